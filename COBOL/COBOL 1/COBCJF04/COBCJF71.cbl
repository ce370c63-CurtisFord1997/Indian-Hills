       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF71.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MONTH-END RENTAL TRUST ACCOUNT RECONCILIATION FOR THE STATE
      *REAL ESTATE COMMISSION. THE BANK'S MONTH-END BALANCE ON THE
      *TRUST ACCOUNT (TRUSTBAL.DAT) IS PROVED AGAINST WHAT THE OFFICE
      *HOLDS IN TRUST FOR OTHER PEOPLE:
      *  - GUEST DEPOSITS - ADVANCE DEPOSITS ON THE COBCJF04 INPUT
      *    (OZARK.DAT) FOR GUESTS WITH NO STAY OR CANCELLATION ON THE
      *    SAME FILE YET, EACH SHOWN AGAINST ITS FORWARD BOOKING ON
      *    CONDORSV.DAT. A DEPOSIT WITH NO BOOKING IS STILL HELD AND
      *    IS FLAGGED FOR THE OFFICE TO CHASE;
      *  - OWNER FUNDS - THE LAST NIGHTLY ACH BATCH (ACHPAY.DAT),
      *    WHICH THE BANK SETTLES AFTER THE MONTH-END CUTOFF, PLUS
      *    RETURNED PAYOUTS STILL ON COBCJF42'S REISSUE QUEUE
      *    (ACHREISS.DAT). THE CLOSING MONTH'S OWNER NET FROM
      *    OWNEARN.DAT PRINTS ALONGSIDE FOR REFERENCE.
      *THE REPORT CLOSES WITH BANK BALANCE, TOTAL LIABILITY, AND THE
      *OUT-OF-BALANCE AMOUNT. PAYOUT ROWS FOR AN OWNER NOT ON THE
      *OWNER MASTER ARE STILL HELD AND PRINT AS EXCEPTIONS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INPT
               ASSIGN TO WS-INPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT CONDORSV
               ASSIGN TO WS-CONDORSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT OWNEARN
               ASSIGN TO WS-OWNEARN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OE-FILE-STATUS.
           SELECT OWNMAST
               ASSIGN TO WS-OWNMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OM-FILE-STATUS.
           SELECT ACHPAY
               ASSIGN TO WS-ACHPAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
           SELECT REISSUE
               ASSIGN TO WS-REISSUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.
           SELECT TRUSTBAL
               ASSIGN TO WS-TRUSTBAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TB-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *COBCJF04'S NIGHTLY INPUT - ONLY THE GUEST, THE RECORD TYPE,
      *AND THE DEPOSIT VIEW MATTER HERE
       FD  INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 I-REC.
           05 I-GUEST              PIC X(20).
           05 FILLER               PIC X(19).
           05 I-REC-TYPE           PIC X.
               88 REC-IS-STAY              VALUE ' ' 'S'.
               88 REC-IS-DEPOSIT           VALUE 'D'.
               88 REC-IS-CANCEL            VALUE 'C'.

       01 DEPOSIT-REC-AREA REDEFINES I-REC.
           05 D-GUEST              PIC X(20).
           05 D-AMT                PIC 9(5)V99.
           05 FILLER               PIC X(13).

       FD  CONDORSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RT-REC.
           05 RT-CONDO             PIC XX.
           05 RT-GUEST             PIC X(20).
           05 RT-ARR-DATE          PIC 9(8).
           05 RT-NIGHTS            PIC 99.
           05 RT-AMT               PIC 9(6)V99.
      *BLANK OR R = BOOKING; O, M, H = OWNER/MAINTENANCE BLOCK
           05 RT-ENTRY-TYPE        PIC X.
               88 RT-BOOKING           VALUE ' ' 'R'.

       FD  OWNEARN
           LABEL RECORD IS STANDARD
           DATA RECORD IS OE-REC
           RECORD CONTAINS 2724 CHARACTERS.

       01 OE-REC.
           05 OE-YEAR              PIC 9(4).
           05 OE-MONTH-DATA OCCURS 12 TIMES.
               10 OE-CONDO-DATA OCCURS 8 TIMES.
                   15 OE-GROSS     PIC 9(7)V99.
                   15 OE-FEE       PIC 9(6)V99.
                   15 OE-NET       PIC 9(7)V99.
      *LAST-RUN DATE, RERUN DELTAS, AND RECURRING-EXPENSE DATE -
      *COBCJF04'S BOOKKEEPING, NOT NEEDED HERE
           05 FILLER               PIC X(224).

       FD  OWNMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS OM-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 OM-REC.
           05 OM-CONDO             PIC XX.
           05 OM-OWNER-NAME        PIC X(20).
           05 OM-BANK-REF          PIC X(15).

      *THE LAST NIGHTLY ACH UPLOAD, PAYMENT ROWS PLUS THE TRAILER
       FD  ACHPAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACH-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 ACH-REC.
           05 ACH-BANK-REF         PIC X(15).
           05 ACH-OWNER-NAME       PIC X(20).
           05 ACH-NET-AMT          PIC 9(7)V99.

       01 ACH-TRAILER-REC REDEFINES ACH-REC.
           05 ACH-TR-LIT           PIC X(7).
           05 ACH-TR-COUNT         PIC 9(4).
           05 ACH-TR-TOTAL         PIC 9(9)V99.
           05 FILLER               PIC X(22).

      *RETURNED PAYOUTS WAITING TO GO OUT AGAIN (COBCJF42)
       FD  REISSUE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RQ-REC
           RECORD CONTAINS 67 CHARACTERS.

       01 RQ-REC.
           05 RQ-DATE              PIC 9(8).
           05 RQ-BANK-REF          PIC X(15).
           05 RQ-OWNER-NAME        PIC X(20).
           05 RQ-AMT               PIC 9(7)V99.
           05 RQ-REASON            PIC X(15).

      *THE BANK'S MONTH-END STATEMENT BALANCE FOR THE TRUST ACCOUNT,
      *KEYED IN BY THE OFFICE FROM THE STATEMENT
       FD  TRUSTBAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TB-REC
           RECORD CONTAINS 19 CHARACTERS.

       01 TB-REC.
           05 TB-STMT-DATE.
               10 TB-YYYYMM        PIC 9(6).
               10 TB-DD            PIC 99.
           05 TB-BALANCE           PIC 9(9)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRTLINE                  PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 IN-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RT-MORE-RECS         PIC XXX VALUE 'YES'.
           05 OM-MORE-RECS         PIC XXX VALUE 'YES'.
           05 AP-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RQ-MORE-RECS         PIC XXX VALUE 'YES'.
           05 GD-MATCH             PIC XXX VALUE 'NO'.
           05 OWN-MATCH            PIC XXX VALUE 'NO'.
           05 BAL-FOUND            PIC XXX VALUE 'NO'.
           05 EARN-FOUND           PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 IN-FILE-STATUS       PIC XX.
           05 RT-FILE-STATUS       PIC XX.
           05 OE-FILE-STATUS       PIC XX.
           05 OM-FILE-STATUS       PIC XX.
           05 AP-FILE-STATUS       PIC XX.
           05 RQ-FILE-STATUS       PIC XX.
           05 TB-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-INPT-PATH          PIC X(80)
               VALUE 'C:\COBOL\OZARK.DAT'.
           05 WS-CONDORSV-PATH      PIC X(80)
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-OWNEARN-PATH       PIC X(80)
               VALUE 'C:\COBOL\OWNEARN.DAT'.
           05 WS-OWNMAST-PATH       PIC X(80)
               VALUE 'C:\COBOL\OWNMAST.DAT'.
           05 WS-ACHPAY-PATH        PIC X(80)
               VALUE 'C:\COBOL\ACHPAY.DAT'.
           05 WS-REISSUE-PATH       PIC X(80)
               VALUE 'C:\COBOL\ACHREISS.DAT'.
           05 WS-TRUSTBAL-PATH      PIC X(80)
               VALUE 'C:\COBOL\TRUSTBAL.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\TRUSTREC.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *THE CLOSING MONTH IS THE ONE BEFORE THE BUSINESS MONTH;
      *BOOKINGS ARRIVING ON OR AFTER THE FIRST OF THE BUSINESS MONTH
      *ARE THE FORWARD STAYS THE DEPOSITS ARE HELD FOR
       01 CLOSING-MONTH.
           05 CL-YYYYMM.
               10 CL-YYYY          PIC 9(4).
               10 CL-MM            PIC 99.
           05 BUS-MONTH-START      PIC 9(8)    VALUE 0.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(34)
               VALUE "TRUST ACCOUNT RECONCILIATION".
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

       01 GUEST-HEADING-LINE.
           05 FILLER               PIC X(22)   VALUE "GUEST".
           05 FILLER               PIC X(16)   VALUE "DEPOSIT HELD".
           05 FILLER               PIC X(7)    VALUE "CONDO".
           05 FILLER               PIC X(12)   VALUE "ARRIVAL".
           05 FILLER               PIC X(75)   VALUE "STATUS".

       01 GUEST-LINE.
           05 GDL-NAME             PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 GDL-HELD             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 GDL-CONDO            PIC XX.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 GDL-ARR-DATE         PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 GDL-STATUS           PIC X(24).
           05 FILLER               PIC X(51)   VALUE SPACE.

       01 GT-GUEST-LINE.
           05 FILLER               PIC X(20)
               VALUE 'TOTAL DEPOSITS HELD'.
           05 GT-GUEST-HELD        PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(8)    VALUE 'GUESTS:'.
           05 GT-GUEST-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(18)
               VALUE 'NOT ON LEDGER:'.
           05 GT-NOBOOK-CTR        PIC Z,ZZ9.
           05 FILLER               PIC X(55)   VALUE SPACE.

       01 OWNER-HEADING-LINE.
           05 FILLER               PIC X(7)    VALUE "CONDO".
           05 FILLER               PIC X(22)   VALUE "OWNER".
           05 FILLER               PIC X(16)   VALUE "MONTH NET".
           05 FILLER               PIC X(17)   VALUE "ACH IN TRANSIT".
           05 FILLER               PIC X(19)   VALUE "AWAITING REISSUE".
           05 FILLER               PIC X(51)   VALUE "HELD FOR OWNER".

       01 OWNER-LINE.
           05 OWL-CONDO            PIC XX.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 OWL-OWNER            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 OWL-EARNED           PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 OWL-TRANSIT          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 OWL-RETURNED         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(8)    VALUE SPACE.
           05 OWL-HELD             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(40)   VALUE SPACE.

       01 GT-OWNER-LINE.
           05 FILLER               PIC X(27)
               VALUE 'TOTAL OWNER FUNDS'.
           05 GT-OWN-EARNED        PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 GT-OWN-TRANSIT       PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 GT-OWN-RETURNED      PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 GT-OWN-HELD          PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(40)   VALUE SPACE.

       01 EXCEPTION-HEADING-LINE.
           05 FILLER               PIC X(12)   VALUE "SOURCE".
           05 FILLER               PIC X(17)   VALUE "BANK REF".
           05 FILLER               PIC X(22)   VALUE "OWNER".
           05 FILLER               PIC X(13)   VALUE "AMOUNT".
           05 FILLER               PIC X(68)   VALUE "EXCEPTION".

       01 EXCEPTION-LINE.
           05 EXL-SOURCE           PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-BANK-REF         PIC X(15).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-OWNER            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-AMT              PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-MSG              PIC X(30).
           05 FILLER               PIC X(38)   VALUE SPACE.

       01 RECON-LINE.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 RCL-LABEL            PIC X(40).
           05 RCL-AMT              PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(67)   VALUE SPACE.

       01 RECON-STATUS-LINE.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 RCS-MSG              PIC X(50).
           05 FILLER               PIC X(72)   VALUE SPACE.

      *ARRIVAL DATE LAID OUT MM/DD/YYYY FOR THE GUEST LINE
       01 DATE-FMT.
           05 DF-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DF-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DF-YYYY              PIC 9(4).

       01 DATE-WORK.
           05 DW-DATE.
               10 DW-YYYY          PIC 9(4).
               10 DW-MM            PIC 99.
               10 DW-DD            PIC 99.
           05 DW-DATE-N REDEFINES DW-DATE PIC 9(8).

      *CONDO CODES, SAME ROW ORDER AS COBCJF04'S TABLES AND THE
      *CONDO SLOTS ON OWNEARN.DAT
       01 CONDO-CODE-AREA.
           05 FILLER               PIC XX      VALUE "HB".
           05 FILLER               PIC XX      VALUE "OB".
           05 FILLER               PIC XX      VALUE "PP".
           05 FILLER               PIC XX      VALUE "RB".
           05 FILLER               PIC XX      VALUE "SB".
           05 FILLER               PIC XX      VALUE "L ".
           05 FILLER               PIC XX      VALUE "HT".
           05 FILLER               PIC XX      VALUE "CP".

       01 CONDO-CODE-TABLE REDEFINES CONDO-CODE-AREA.
           05 CONDO-CODE           PIC XX      OCCURS 8 TIMES.

      *GUEST DEPOSITS FROM THE INPUT - A STAY OR CANCELLATION ON THE
      *SAME FILE SETTLES THE GUEST'S DEPOSIT, SO IT IS NO LONGER HELD
       01 GUEST-DEPOSIT-TABLE.
           05 GD-ENTRY OCCURS 200 TIMES INDEXED BY GD-IDX.
               10 GD-NAME          PIC X(20).
               10 GD-HELD          PIC 9(7)V99     VALUE ZERO.
               10 GD-SETTLED       PIC XXX         VALUE 'NO'.
               10 GD-CONDO         PIC XX          VALUE SPACE.
               10 GD-ARR-DATE      PIC 9(8)        VALUE ZERO.

      *OWNER FUNDS, ONE ROW PER CONDO IN CONDO-CODE ORDER
       01 OWNER-FUNDS-TABLE.
           05 OWF-ENTRY OCCURS 8 TIMES.
               10 OWF-OWNER-NAME   PIC X(20)       VALUE SPACE.
               10 OWF-BANK-REF     PIC X(15)       VALUE SPACE.
               10 OWF-EARNED       PIC 9(7)V99     VALUE ZERO.
               10 OWF-TRANSIT      PIC 9(7)V99     VALUE ZERO.
               10 OWF-RETURNED     PIC 9(7)V99     VALUE ZERO.
               10 OWF-HELD         PIC 9(7)V99     VALUE ZERO.

      *PAYOUT ROWS THAT MATCH NO OWNER, PRINTED AFTER THE OWNERS
       01 EXCEPTION-TABLE.
           05 EXC-ENTRY OCCURS 50 TIMES.
               10 EXC-SOURCE       PIC X(10).
               10 EXC-BANK-REF     PIC X(15).
               10 EXC-OWNER        PIC X(20).
               10 EXC-AMT          PIC 9(7)V99.

       01 TRUST-CALC-VARS.
           05 GD-CTR               PIC 9(3)    VALUE 0.
           05 OWF-SUB              PIC 9       VALUE 0.
           05 EXC-CTR              PIC 99      VALUE 0.
           05 EXC-SUB              PIC 99      VALUE 0.
           05 FIND-NAME            PIC X(20).
           05 FIND-BANK-REF        PIC X(15).
           05 C-GUEST-CTR          PIC 9(4)    VALUE 0.
           05 C-OWNER-CTR          PIC 9(4)    VALUE 0.
           05 C-NOBOOK-CTR         PIC 9(4)    VALUE 0.
           05 C-UNMATCHED-CTR      PIC 9(4)    VALUE 0.
           05 C-GUEST-HELD         PIC 9(9)V99 VALUE 0.
           05 C-OWN-EARNED         PIC 9(9)V99 VALUE 0.
           05 C-OWN-TRANSIT        PIC 9(9)V99 VALUE 0.
           05 C-OWN-RETURNED       PIC 9(9)V99 VALUE 0.
           05 C-OWN-HELD           PIC 9(9)V99 VALUE 0.
           05 C-UNMATCHED-AMT      PIC 9(9)V99 VALUE 0.
           05 C-LIABILITY          PIC 9(9)V99 VALUE 0.
           05 C-BANK-BAL           PIC 9(9)V99 VALUE 0.
           05 C-OUT-OF-BAL         PIC S9(9)V99 VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-OWNER-MASTER.
           PERFORM 1200-LOAD-DEPOSITS.
           PERFORM 1300-MATCH-BOOKINGS.
           PERFORM 1400-LOAD-OWNER-EARNINGS.
           PERFORM 1500-LOAD-ACH-BATCH.
           PERFORM 1600-LOAD-REISSUE-QUEUE.
           PERFORM 1700-READ-BANK-BALANCE.
           PERFORM 2000-GUEST-SECTION.
           PERFORM 2500-OWNER-SECTION.
           PERFORM 3000-RECONCILE.
           PERFORM 3500-CLOSING.
      *RETURN CODE FOR MONTHEND'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *THE ACCOUNT IS OUT OF BALANCE, THE BANK BALANCE IS MISSING, A
      *DEPOSIT HAS NO BOOKING, OR A PAYOUT MATCHED NO OWNER
           IF C-OUT-OF-BAL NOT = 0
               OR BAL-FOUND = 'NO'
               OR C-NOBOOK-CTR > 0
               OR C-UNMATCHED-CTR > 0
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

      *THE CLOSING MONTH IS THE ONE BEFORE THE BUSINESS MONTH
           IF I-MM = 1
               COMPUTE CL-YYYY = I-YYYY - 1
               MOVE 12 TO CL-MM
           ELSE
               MOVE I-YYYY TO CL-YYYY
               COMPUTE CL-MM = I-MM - 1
           END-IF.
           MOVE CL-MM TO O-CL-MM.
           MOVE CL-YYYY TO O-CL-YYYY.
           COMPUTE BUS-MONTH-START = I-YYYY * 10000 + I-MM * 100 + 1.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF71" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

       1050-GET-FILE-PATHS.
           DISPLAY 'OZARK_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPT-PATH
           END-IF.

           DISPLAY 'CONDORSV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONDORSV-PATH
           END-IF.

           DISPLAY 'OWNEARN_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OWNEARN-PATH
           END-IF.

           DISPLAY 'OWNMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OWNMAST-PATH
           END-IF.

           DISPLAY 'ACHPAY_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACHPAY-PATH
           END-IF.

           DISPLAY 'ACHREISS_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REISSUE-PATH
           END-IF.

           DISPLAY 'TRUSTBAL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRUSTBAL-PATH
           END-IF.

           DISPLAY 'TRUSTREC_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *OWNER NAME AND BANK REF PER CONDO, IN CONDO-CODE ORDER
       1100-LOAD-OWNER-MASTER.
           OPEN INPUT OWNMAST.
           IF OM-FILE-STATUS = '00'
               PERFORM 1110-READ-OWNMAST
               PERFORM 1120-ONE-OWNER
                   UNTIL OM-MORE-RECS = 'NO'
           END-IF.
           CLOSE OWNMAST.

       1110-READ-OWNMAST.
           READ OWNMAST
               AT END
                   MOVE 'NO' TO OM-MORE-RECS.

       1120-ONE-OWNER.
           PERFORM 1130-PLACE-OWNER
               VARYING OWF-SUB FROM 1 BY 1
               UNTIL OWF-SUB > 8.
           PERFORM 1110-READ-OWNMAST.

       1130-PLACE-OWNER.
           IF OM-CONDO = CONDO-CODE(OWF-SUB)
               MOVE OM-OWNER-NAME TO OWF-OWNER-NAME(OWF-SUB)
               MOVE OM-BANK-REF TO OWF-BANK-REF(OWF-SUB)
           END-IF.

       1200-LOAD-DEPOSITS.
           OPEN INPUT INPT.
           IF IN-FILE-STATUS = '00'
               PERFORM 1210-READ-INPUT
               PERFORM 1220-ONE-INPUT
                   UNTIL IN-MORE-RECS = 'NO'
           END-IF.
           CLOSE INPT.

       1210-READ-INPUT.
           READ INPT
               AT END
                   MOVE 'NO' TO IN-MORE-RECS.

      *A DEPOSIT ADDS TO THE GUEST'S HELD AMOUNT; A STAY OR A
      *CANCELLATION SETTLES WHATEVER THE GUEST HAS ON DEPOSIT
       1220-ONE-INPUT.
           IF REC-IS-DEPOSIT OR REC-IS-STAY OR REC-IS-CANCEL
               MOVE I-GUEST TO FIND-NAME
               PERFORM 8000-FIND-GUEST
               IF GD-MATCH = 'NO'
                   PERFORM 1230-ADD-GUEST
               END-IF
               IF GD-MATCH = 'YES'
                   IF REC-IS-DEPOSIT
                       ADD D-AMT TO GD-HELD(GD-IDX)
                   ELSE
                       MOVE 'YES' TO GD-SETTLED(GD-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1210-READ-INPUT.

       1230-ADD-GUEST.
           IF GD-CTR < 200
               ADD 1 TO GD-CTR
               SET GD-IDX TO GD-CTR
               MOVE I-GUEST TO GD-NAME(GD-IDX)
               MOVE 'YES' TO GD-MATCH
           ELSE
               DISPLAY 'GUEST-DEPOSIT-TABLE EXCEEDS 200 ROWS -- '
               DISPLAY 'GUEST NOT RECORDED: ' I-GUEST
           END-IF.

      *EARLIEST FORWARD BOOKING PER GUEST - THE STAY THE DEPOSIT IS
      *BEING HELD FOR
       1300-MATCH-BOOKINGS.
           OPEN INPUT CONDORSV.
           IF RT-FILE-STATUS = '00'
               PERFORM 1310-READ-CONDORSV
               PERFORM 1320-ONE-BOOKING
                   UNTIL RT-MORE-RECS = 'NO'
           END-IF.
           CLOSE CONDORSV.

       1310-READ-CONDORSV.
           READ CONDORSV
               AT END
                   MOVE 'NO' TO RT-MORE-RECS.

       1320-ONE-BOOKING.
           IF RT-BOOKING AND RT-ARR-DATE NOT < BUS-MONTH-START
               MOVE RT-GUEST TO FIND-NAME
               PERFORM 8000-FIND-GUEST
               IF GD-MATCH = 'YES'
                   IF GD-CONDO(GD-IDX) = SPACES
                       OR RT-ARR-DATE < GD-ARR-DATE(GD-IDX)
                       MOVE RT-CONDO TO GD-CONDO(GD-IDX)
                       MOVE RT-ARR-DATE TO GD-ARR-DATE(GD-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1310-READ-CONDORSV.

      *THE CLOSING MONTH'S OWNER NET, FOR REFERENCE BESIDE THE FUNDS
      *STILL HELD
       1400-LOAD-OWNER-EARNINGS.
           OPEN INPUT OWNEARN.
           IF OE-FILE-STATUS = '00'
               READ OWNEARN
                   AT END
                       MOVE '10' TO OE-FILE-STATUS
               END-READ
               IF OE-FILE-STATUS = '00' AND OE-YEAR = CL-YYYY
                   MOVE 'YES' TO EARN-FOUND
                   PERFORM 1410-ONE-EARNING
                       VARYING OWF-SUB FROM 1 BY 1
                       UNTIL OWF-SUB > 8
               END-IF
           END-IF.
           CLOSE OWNEARN.

       1410-ONE-EARNING.
           MOVE OE-NET(CL-MM, OWF-SUB) TO OWF-EARNED(OWF-SUB).

      *LAST NIGHT'S ACH UPLOAD - SENT, BUT NOT YET OUT OF THE ACCOUNT
      *AT THE MONTH-END CUTOFF
       1500-LOAD-ACH-BATCH.
           OPEN INPUT ACHPAY.
           IF AP-FILE-STATUS = '00'
               PERFORM 1510-READ-ACHPAY
               PERFORM 1520-ONE-PAYMENT
                   UNTIL AP-MORE-RECS = 'NO'
           END-IF.
           CLOSE ACHPAY.

       1510-READ-ACHPAY.
           READ ACHPAY
               AT END
                   MOVE 'NO' TO AP-MORE-RECS.

       1520-ONE-PAYMENT.
           IF ACH-TR-LIT NOT = 'TRAILER'
               MOVE ACH-BANK-REF TO FIND-BANK-REF
               MOVE ACH-OWNER-NAME TO FIND-NAME
               PERFORM 8100-FIND-OWNER
               IF OWN-MATCH = 'YES'
                   ADD ACH-NET-AMT TO OWF-TRANSIT(OWF-SUB)
               ELSE
                   ADD ACH-NET-AMT TO C-OWN-TRANSIT
                   MOVE 'ACH BATCH' TO EXC-SOURCE(EXC-SUB)
                   MOVE ACH-NET-AMT TO EXC-AMT(EXC-SUB)
                   PERFORM 1550-UNMATCHED-PAYOUT
               END-IF
           END-IF.
           PERFORM 1510-READ-ACHPAY.

      *THE ROW STILL SITS IN THE TRUST ACCOUNT, SO IT COUNTS TOWARD
      *THE LIABILITY EVEN WITHOUT AN OWNER TO SHOW IT AGAINST
       1550-UNMATCHED-PAYOUT.
           ADD 1 TO C-UNMATCHED-CTR.
           ADD EXC-AMT(EXC-SUB) TO C-UNMATCHED-AMT.
           MOVE FIND-BANK-REF TO EXC-BANK-REF(EXC-SUB).
           MOVE FIND-NAME TO EXC-OWNER(EXC-SUB).
           IF EXC-CTR < 50
               ADD 1 TO EXC-CTR
           END-IF.

      *RETURNED PAYOUTS STILL ON THE REISSUE QUEUE. A NOC MAY HAVE
      *CHANGED THE BANK REF SINCE, SO THE OWNER NAME MATCHES TOO
       1600-LOAD-REISSUE-QUEUE.
           OPEN INPUT REISSUE.
           IF RQ-FILE-STATUS = '00'
               PERFORM 1610-READ-REISSUE
               PERFORM 1620-ONE-REISSUE
                   UNTIL RQ-MORE-RECS = 'NO'
           END-IF.
           CLOSE REISSUE.

       1610-READ-REISSUE.
           READ REISSUE
               AT END
                   MOVE 'NO' TO RQ-MORE-RECS.

       1620-ONE-REISSUE.
           MOVE RQ-BANK-REF TO FIND-BANK-REF.
           MOVE RQ-OWNER-NAME TO FIND-NAME.
           PERFORM 8100-FIND-OWNER.
           IF OWN-MATCH = 'YES'
               ADD RQ-AMT TO OWF-RETURNED(OWF-SUB)
           ELSE
               ADD RQ-AMT TO C-OWN-RETURNED
               MOVE 'REISSUE' TO EXC-SOURCE(EXC-SUB)
               MOVE RQ-AMT TO EXC-AMT(EXC-SUB)
               PERFORM 1550-UNMATCHED-PAYOUT
           END-IF.
           PERFORM 1610-READ-REISSUE.

      *THE STATEMENT BALANCE COUNTS ONLY WHEN IT IS FOR THE CLOSING
      *MONTH - LAST MONTH'S FIGURE LEFT ON FILE IS NOT A BALANCE
       1700-READ-BANK-BALANCE.
           OPEN INPUT TRUSTBAL.
           IF TB-FILE-STATUS = '00'
               READ TRUSTBAL
                   AT END
                       MOVE '10' TO TB-FILE-STATUS
               END-READ
               IF TB-FILE-STATUS = '00' AND TB-YYYYMM = CL-YYYYMM
                   MOVE 'YES' TO BAL-FOUND
                   MOVE TB-BALANCE TO C-BANK-BAL
               END-IF
           END-IF.
           CLOSE TRUSTBAL.

      *GUEST DEPOSITS STILL HELD, WITH THE BOOKING EACH IS FOR
       2000-GUEST-SECTION.
           PERFORM 9100-HEADINGS.
           MOVE 'GUEST DEPOSITS HELD' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM GUEST-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 2100-ONE-GUEST
               VARYING GD-IDX FROM 1 BY 1
               UNTIL GD-IDX > GD-CTR.

           MOVE C-GUEST-HELD TO GT-GUEST-HELD.
           MOVE C-GUEST-CTR TO GT-GUEST-CTR.
           MOVE C-NOBOOK-CTR TO GT-NOBOOK-CTR.
           WRITE PRTLINE FROM GT-GUEST-LINE
               AFTER ADVANCING 2 LINES.

       2100-ONE-GUEST.
           IF GD-SETTLED(GD-IDX) = 'NO' AND GD-HELD(GD-IDX) > 0
               ADD 1 TO C-GUEST-CTR
               ADD GD-HELD(GD-IDX) TO C-GUEST-HELD
               MOVE GD-NAME(GD-IDX) TO GDL-NAME
               MOVE GD-HELD(GD-IDX) TO GDL-HELD
               MOVE GD-CONDO(GD-IDX) TO GDL-CONDO
               IF GD-CONDO(GD-IDX) = SPACES
                   ADD 1 TO C-NOBOOK-CTR
                   MOVE SPACES TO GDL-ARR-DATE
                   MOVE 'NO BOOKING ON LEDGER' TO GDL-STATUS
               ELSE
                   MOVE GD-ARR-DATE(GD-IDX) TO DW-DATE-N
                   MOVE DW-MM TO DF-MM
                   MOVE DW-DD TO DF-DD
                   MOVE DW-YYYY TO DF-YYYY
                   MOVE DATE-FMT TO GDL-ARR-DATE
                   MOVE 'HELD FOR BOOKING' TO GDL-STATUS
               END-IF
               WRITE PRTLINE FROM GUEST-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

      *OWNER FUNDS NOT YET PAID OUT, ONE LINE PER CONDO, THEN ANY
      *PAYOUT ROWS THAT MATCHED NO OWNER
       2500-OWNER-SECTION.
           MOVE 'OWNER FUNDS HELD' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           IF EARN-FOUND = 'NO'
               MOVE 'NO OWNER EARNINGS ON FILE FOR THE MONTH'
                   TO SEC-TEXT
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRTLINE FROM OWNER-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 2600-ONE-OWNER
               VARYING OWF-SUB FROM 1 BY 1
               UNTIL OWF-SUB > 8.

           ADD C-UNMATCHED-AMT TO C-OWN-HELD.
           MOVE C-OWN-EARNED TO GT-OWN-EARNED.
           MOVE C-OWN-TRANSIT TO GT-OWN-TRANSIT.
           MOVE C-OWN-RETURNED TO GT-OWN-RETURNED.
           MOVE C-OWN-HELD TO GT-OWN-HELD.
           WRITE PRTLINE FROM GT-OWNER-LINE
               AFTER ADVANCING 2 LINES.

           IF EXC-CTR > 0
               MOVE 'PAYOUTS NOT ON THE OWNER MASTER' TO SEC-TEXT
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
               WRITE PRTLINE FROM EXCEPTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 2700-ONE-EXCEPTION
                   VARYING EXC-SUB FROM 1 BY 1
                   UNTIL EXC-SUB > EXC-CTR
           END-IF.

       2600-ONE-OWNER.
           COMPUTE OWF-HELD(OWF-SUB) =
               OWF-TRANSIT(OWF-SUB) + OWF-RETURNED(OWF-SUB).
           ADD 1 TO C-OWNER-CTR.
           ADD OWF-EARNED(OWF-SUB) TO C-OWN-EARNED.
           ADD OWF-TRANSIT(OWF-SUB) TO C-OWN-TRANSIT.
           ADD OWF-RETURNED(OWF-SUB) TO C-OWN-RETURNED.
           ADD OWF-HELD(OWF-SUB) TO C-OWN-HELD.

           MOVE CONDO-CODE(OWF-SUB) TO OWL-CONDO.
           MOVE OWF-OWNER-NAME(OWF-SUB) TO OWL-OWNER.
           MOVE OWF-EARNED(OWF-SUB) TO OWL-EARNED.
           MOVE OWF-TRANSIT(OWF-SUB) TO OWL-TRANSIT.
           MOVE OWF-RETURNED(OWF-SUB) TO OWL-RETURNED.
           MOVE OWF-HELD(OWF-SUB) TO OWL-HELD.
           WRITE PRTLINE FROM OWNER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2700-ONE-EXCEPTION.
           MOVE EXC-SOURCE(EXC-SUB) TO EXL-SOURCE.
           MOVE EXC-BANK-REF(EXC-SUB) TO EXL-BANK-REF.
           MOVE EXC-OWNER(EXC-SUB) TO EXL-OWNER.
           MOVE EXC-AMT(EXC-SUB) TO EXL-AMT.
           MOVE 'NO OWNER FOR BANK REF OR NAME' TO EXL-MSG.
           WRITE PRTLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *BANK BALANCE AGAINST GUEST DEPOSITS PLUS OWNER FUNDS HELD
       3000-RECONCILE.
           COMPUTE C-LIABILITY = C-GUEST-HELD + C-OWN-HELD.
           COMPUTE C-OUT-OF-BAL = C-BANK-BAL - C-LIABILITY.

           MOVE 'RECONCILIATION' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'BANK BALANCE PER MONTH-END STATEMENT' TO RCL-LABEL.
           MOVE C-BANK-BAL TO RCL-AMT.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GUEST DEPOSITS HELD' TO RCL-LABEL.
           MOVE C-GUEST-HELD TO RCL-AMT.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'OWNER FUNDS HELD' TO RCL-LABEL.
           MOVE C-OWN-HELD TO RCL-AMT.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL TRUST LIABILITY' TO RCL-LABEL.
           MOVE C-LIABILITY TO RCL-AMT.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OUT OF BALANCE (BANK LESS LIABILITY)' TO RCL-LABEL.
           MOVE C-OUT-OF-BAL TO RCL-AMT.
           WRITE PRTLINE FROM RECON-LINE
               AFTER ADVANCING 2 LINES.

           EVALUATE TRUE
               WHEN BAL-FOUND = 'NO'
                   MOVE '*** NO BANK BALANCE ON FILE FOR THE MONTH ***'
                       TO RCS-MSG
               WHEN C-OUT-OF-BAL = 0
                   MOVE '*** TRUST ACCOUNT IN BALANCE ***' TO RCS-MSG
               WHEN OTHER
                   MOVE '*** TRUST ACCOUNT OUT OF BALANCE ***'
                       TO RCS-MSG
           END-EVALUATE.
           WRITE PRTLINE FROM RECON-STATUS-LINE
               AFTER ADVANCING 2 LINES.

       3500-CLOSING.
           MOVE "END  " TO AUD-EVENT.
           COMPUTE AUD-REC-COUNT =
               C-GUEST-CTR + C-OWNER-CTR + C-UNMATCHED-CTR.
           WRITE AUDIT-REC.

           COMPUTE TR-REC-COUNT =
               C-GUEST-CTR + C-OWNER-CTR + C-UNMATCHED-CTR.
           MOVE C-LIABILITY TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *GUEST LOOKUP ON FIND-NAME; LEAVES GD-IDX ON THE MATCH
       8000-FIND-GUEST.
           MOVE 'NO' TO GD-MATCH.
           PERFORM 8010-CHECK-GUEST
               VARYING GD-IDX FROM 1 BY 1
               UNTIL GD-IDX > GD-CTR OR GD-MATCH = 'YES'.
           IF GD-MATCH = 'YES'
               SET GD-IDX DOWN BY 1
           END-IF.

       8010-CHECK-GUEST.
           IF GD-NAME(GD-IDX) = FIND-NAME
               MOVE 'YES' TO GD-MATCH
           END-IF.

      *OWNER LOOKUP ON FIND-BANK-REF, THEN FIND-NAME; LEAVES OWF-SUB
      *ON THE MATCH, OR EXC-SUB ON THE NEXT EXCEPTION SLOT WHEN NONE
       8100-FIND-OWNER.
           MOVE 'NO' TO OWN-MATCH.
           PERFORM 8110-CHECK-OWNER
               VARYING OWF-SUB FROM 1 BY 1
               UNTIL OWF-SUB > 8 OR OWN-MATCH = 'YES'.
           IF OWN-MATCH = 'YES'
               SUBTRACT 1 FROM OWF-SUB
           ELSE
               COMPUTE EXC-SUB = EXC-CTR + 1
               IF EXC-SUB > 50
                   MOVE 50 TO EXC-SUB
               END-IF
           END-IF.

       8110-CHECK-OWNER.
           IF OWF-OWNER-NAME(OWF-SUB) NOT = SPACES
               IF OWF-BANK-REF(OWF-SUB) = FIND-BANK-REF
                   OR OWF-OWNER-NAME(OWF-SUB) = FIND-NAME
                   MOVE 'YES' TO OWN-MATCH
               END-IF
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MONTH-TITLE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF71.
