       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF57.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *TUITION AND FEE BILLING AGAINST THE STUDENT ACCOUNT LEDGER.
      *PRICES EACH STUDENT'S CREDIT HOURS FOR THE BILLING TERM (FROM
      *THE COURSE-GRADE DETAIL FILE) AT THE PER-HOUR TUITION RATE FOR
      *THE STUDENT'S DEPARTMENT, ADDS EVERY FLAT FEE ON THE RATE TABLE,
      *AND POSTS THE CHARGES TO THE ACCOUNT LEDGER. PAYMENTS AND
      *FINANCIAL-AID CREDITS FROM THE RECEIPTS FILE POST IN THE SAME
      *RUN. THE LEDGER IS CARRIED FORWARD RUN TO RUN (REBUILT HERE AND
      *COPIED BACK OVER THE LIVE FILE).
      *
      *THE FLAT FEES ARE CHARGED ONCE A TERM. TUITION IS KEPT EVEN
      *WITH THE GRADE DETAIL: EACH TUITION ROW CARRIES THE HOURS IT
      *BILLED, AND WHEN GRADE ROWS FOR THE BILLING TERM ARE POSTED
      *OR REMOVED AFTER THE FIRST BILLING, THE DIFFERENCE IS CHARGED
      *(A FURTHER 'T' ROW) OR CREDITED BACK (A 'C' ROW) AT THE
      *CURRENT RATE. A RERUN WITH NOTHING CHANGED POSTS NOTHING, AND
      *A RECEIPT WHOSE REFERENCE IS ALREADY ON THE ID'S LEDGER IS NOT
      *POSTED AGAIN. RATE TABLE ROWS ARE 'T' (PER-HOUR TUITION FOR A
      *DEPARTMENT, WITH *ALL AS THE RATE FOR ANY DEPARTMENT NOT
      *LISTED), 'F' (A FLAT FEE CHARGED TO EVERY BILLED STUDENT), OR
      *'D' (THE PAYMENT TERMS - THE WHOLE DAYS IN THE AMOUNT FIELD,
      *30 WHEN THE TABLE CARRIES NO 'D' ROW).
      *
      *CREDITS ARE APPLIED TO THE OLDEST CHARGES FIRST. A CHARGE IS
      *DUE BP-TERMS-DAYS AFTER IT POSTS; WHATEVER IS STILL OPEN AFTER
      *THAT IS PAST DUE AND IS AGED FROM THE DUE DATE. EVERY ACCOUNT
      *WITH ACTIVITY OR A BALANCE GETS A STATEMENT, EVERY ACCOUNT WITH
      *A BALANCE GOES ON THE AGING REPORT, AND EVERY ACCOUNT WITH A
      *PAST-DUE AMOUNT IS WRITTEN TO THE REGISTRATION HOLD FILE THAT
      *COBCJF27 SHOWS WHEN THE CLERK PULLS THE STUDENT UP.
      *
      *THE BILLING TERM IS THE HIGHEST TERM ON CRSGRADE.DAT, OR THE
      *BILLTERM ENVIRONMENT VALUE (YYYYT) WHEN SET.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-DETAIL
               ASSIGN TO WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STU-MASTER
               ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-TABLE
               ASSIGN TO WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.

           SELECT RECEIPTS
               ASSIGN TO WS-RECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

           SELECT RCP-SORTED-FILE
               ASSIGN TO WS-RCPSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RCP-SORT-FILE
               ASSIGN TO "SORTWK1".

           SELECT OLD-LEDGER
               ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

           SELECT NEW-LEDGER
               ASSIGN TO WS-LEDGNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE
               ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STMTOUT
               ASSIGN TO WS-STMTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCOUT
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  G-REC.
           05  G-ID             PIC X(7).
           05  G-COURSE         PIC X(8).
           05  G-CREDIT-HRS     PIC 99.
           05  G-GRADE          PIC X.
           05  G-TERM           PIC 9(5).

       FD  STU-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  M-REC.
           05  M-ID             PIC X(7).
           05  M-NAME.
               10  M-LNAME      PIC X(15).
               10  M-FNAME      PIC X(15).
               10  M-INIT       PIC X.
           05  M-GPA            PIC 9V99.
           05  M-START-SAL      PIC 9(6)V99.
           05  M-DEPT           PIC X(4).

      *TUITION RATES AND FLAT FEES
       FD  RATE-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 32 CHARACTERS.

       01  RT-REC.
           05  RT-TYPE          PIC X.
               88  RT-TUITION                   VALUE 'T'.
               88  RT-FEE                       VALUE 'F'.
               88  RT-TERMS                     VALUE 'D'.
           05  RT-CODE          PIC X(4).
           05  RT-DESCR         PIC X(20).
           05  RT-AMOUNT        PIC 9(5)V99.
           05  RT-TERMS-AMT REDEFINES RT-AMOUNT.
               10  RT-TERMS-DAYS PIC 9(5).
               10  RT-TERMS-FRAC PIC 99.

      *PAYMENTS AND FINANCIAL-AID CREDITS, IN ARRIVAL ORDER
       FD  RECEIPTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  RC-REC.
           05  RC-ID            PIC X(7).
           05  RC-TYPE          PIC X.
           05  RC-DATE          PIC 9(8).
           05  RC-AMOUNT        PIC 9(6)V99.
           05  RC-REF           PIC X(12).

       FD  RCP-SORTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  RS-REC.
           05  RS-ID            PIC X(7).
           05  RS-TYPE          PIC X.
               88  RS-PAYMENT                   VALUE 'P'.
               88  RS-AID                       VALUE 'A'.
           05  RS-DATE          PIC 9(8).
           05  RS-AMOUNT        PIC 9(6)V99.
           05  RS-REF           PIC X(12).

       SD  RCP-SORT-FILE
           DATA RECORD IS RW-REC.

       01  RW-REC.
           05  RW-ID            PIC X(7).
           05  RW-TYPE          PIC X.
           05  RW-DATE          PIC 9(8).
           05  FILLER           PIC X(20).

      *STUDENT ACCOUNT LEDGER - ONE ROW PER POSTING, IN STUDENT-ID
      *ORDER AND POSTING ORDER WITHIN THE ID. CHARGES (T, F) ADD TO
      *THE BALANCE AND CREDITS (P, A, C) COME OFF IT. A TUITION ROW'S
      *DESCRIPTION CARRIES THE HOURS IT CHARGED, A TUITION CREDIT'S
      *THE HOURS IT GAVE BACK
       FD  OLD-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 65 CHARACTERS.

       01  AL-REC.
           05  AL-ID            PIC X(7).
           05  AL-DATE          PIC 9(8).
           05  AL-TERM          PIC 9(5).
           05  AL-TYPE          PIC X.
               88  AL-TUITION                   VALUE 'T'.
               88  AL-FEE                       VALUE 'F'.
               88  AL-PAYMENT                   VALUE 'P'.
               88  AL-AID                       VALUE 'A'.
               88  AL-TUITION-CREDIT            VALUE 'C'.
               88  AL-CHARGE                    VALUE 'T' 'F'.
           05  AL-CODE          PIC X(4).
           05  AL-DESCR         PIC X(20).
           05  AL-TUITION-DESCR REDEFINES AL-DESCR.
               10  FILLER       PIC X(8).
               10  AL-TUITION-HOURS
                                PIC 9(3).
               10  FILLER       PIC X(9).
           05  AL-CREDIT-DESCR REDEFINES AL-DESCR.
               10  FILLER       PIC X(14).
               10  AL-CREDIT-HOURS
                                PIC 9(3).
               10  FILLER       PIC X(3).
           05  AL-REF           PIC X(12).
           05  AL-AMOUNT        PIC 9(6)V99.

       FD  NEW-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NL-REC
           RECORD CONTAINS 65 CHARACTERS.

       01  NL-REC               PIC X(65).

      *REGISTRATION HOLDS - ONE ROW PER ID WITH A PAST-DUE BALANCE,
      *REBUILT EVERY RUN
       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  AH-REC.
           05  AH-ID            PIC X(7).
           05  AH-PAST-DUE      PIC 9(6)V99.
           05  AH-OLDEST-DATE   PIC 9(8).
           05  AH-RUN-DATE      PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

      *STUDENT STATEMENTS, ONE PAGE PER ACCOUNT
       FD  STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  STMTLINE             PIC X(132).

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
       COPY "DATECALC.CPY".

       01  WORK-AREA.
           05  GRD-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  MST-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  AL-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  RS-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  RT-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  RCP-SORTED-OPEN  PIC XXX         VALUE 'NO'.
           05  AL-FILE-STATUS   PIC XX.
           05  RC-FILE-STATUS   PIC XX.
           05  RT-FILE-STATUS   PIC XX.
           05  GRD-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  MST-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  AL-KEY           PIC X(7)        VALUE HIGH-VALUE.
           05  RS-KEY           PIC X(7)        VALUE HIGH-VALUE.
           05  LOW-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  BILL-TERM        PIC 9(5)        VALUE 0.
           05  WS-TERM-IN       PIC X(5)        VALUE SPACE.
           05  TODAY-DAY-NO     PIC 9(7)        VALUE 0.

      *BILLING POLICY - DAYS AFTER POSTING THAT A CHARGE FALLS DUE
      *(A 'D' RATE-TABLE ROW REPLACES THE DEFAULT), AND THE
      *RATE-TABLE CODE FOR THE ALL-DEPARTMENT TUITION RATE
       01  BILLING-POLICY.
           05  BP-TERMS-DAYS    PIC 9(3)        VALUE 30.
           05  BP-DEFAULT-DEPT  PIC X(4)        VALUE '*ALL'.

      *RATE TABLE, LOADED FROM RATE-TABLE AT START-UP
       01  RATE-TABLE-AREA.
           05  RATE-ENTRY OCCURS 60 TIMES.
               10  RTS-TYPE     PIC X.
               10  RTS-CODE     PIC X(4).
               10  RTS-DESCR    PIC X(20).
               10  RTS-AMOUNT   PIC 9(5)V99.

       01  RATE-TABLE-VARS.
           05  RATE-CTR         PIC 99          VALUE 0.
           05  RATE-SUB         PIC 99          VALUE 0.
           05  RATE-HIT         PIC XXX         VALUE 'NO'.
           05  TUITION-RATE     PIC 9(5)V99     VALUE 0.

      *ONE STUDENT'S GROUP - MASTER MATCH, HOURS FOR THE BILLING TERM,
      *AND THE ACCOUNT FIGURES BUILT FROM THE LEDGER AND THIS RUN
       01  GROUP-VARS.
           05  GRP-HAS-MASTER   PIC X           VALUE 'N'.
           05  GRP-HAS-LEDGER   PIC X           VALUE 'N'.
           05  GRP-TERM-BILLED  PIC X           VALUE 'N'.
           05  GRP-LNAME        PIC X(15)       VALUE SPACE.
           05  GRP-FNAME        PIC X(15)       VALUE SPACE.
           05  GRP-INIT         PIC X           VALUE SPACE.
           05  GRP-DEPT         PIC X(4)        VALUE SPACE.
           05  GRP-HOURS        PIC 9(3)        VALUE 0.
           05  GRP-BILLED-HOURS PIC S9(4)       VALUE 0.
           05  GRP-HOURS-KNOWN  PIC X           VALUE 'Y'.
           05  GRP-ADJ-HOURS    PIC 9(3)        VALUE 0.
           05  GRP-PRIOR-BAL    PIC S9(7)V99    VALUE 0.
           05  GRP-CREDITS      PIC 9(7)V99     VALUE 0.
           05  GRP-BALANCE      PIC S9(7)V99    VALUE 0.
           05  GRP-PAST-DUE     PIC 9(7)V99     VALUE 0.
           05  GRP-OLDEST-DUE   PIC 9(8)        VALUE 0.
           05  GRP-AGE-CURRENT  PIC 9(7)V99     VALUE 0.
           05  GRP-AGE-30       PIC 9(7)V99     VALUE 0.
           05  GRP-AGE-60       PIC 9(7)V99     VALUE 0.
           05  GRP-AGE-90       PIC 9(7)V99     VALUE 0.
           05  GRP-AGE-OVER     PIC 9(7)V99     VALUE 0.

      *THE ID'S CHARGES IN POSTING ORDER, SO CREDITS CAN BE APPLIED
      *OLDEST FIRST AND WHAT IS LEFT OPEN CAN BE AGED
       01  OPEN-CHARGE-TABLE.
           05  OC-ENTRY OCCURS 100 TIMES.
               10  OC-DATE      PIC 9(8).
               10  OC-AMOUNT    PIC 9(6)V99.

       01  OPEN-CHARGE-VARS.
           05  OC-CTR           PIC 9(3)        VALUE 0.
           05  OC-SUB           PIC 9(3)        VALUE 0.
           05  OC-OPEN          PIC 9(6)V99     VALUE 0.
           05  OC-UNAPPLIED     PIC 9(7)V99     VALUE 0.
           05  OC-DAYS-LATE     PIC S9(7)       VALUE 0.

      *RECEIPT REFERENCES ALREADY ON THE ID'S LEDGER
       01  CREDIT-REF-TABLE.
           05  CR-REF           PIC X(12)       OCCURS 100 TIMES.

       01  CREDIT-REF-VARS.
           05  CR-CTR           PIC 9(3)        VALUE 0.
           05  CR-SUB           PIC 9(3)        VALUE 0.
           05  CR-HIT           PIC XXX         VALUE 'NO'.

      *THIS RUN'S POSTINGS FOR THE ID, HELD FOR ITS STATEMENT
       01  POSTING-TABLE.
           05  PT-ENTRY OCCURS 30 TIMES.
               10  PT-DATE      PIC 9(8).
               10  PT-TYPE      PIC X.
               10  PT-DESCR     PIC X(20).
               10  PT-REF       PIC X(12).
               10  PT-AMOUNT    PIC 9(6)V99.

       01  POSTING-VARS.
           05  PT-CTR           PIC 99          VALUE 0.
           05  PT-SUB           PIC 99          VALUE 0.

      *ONE LEDGER ROW BEING POSTED
       01  LEDGER-WORK-REC.
           05  LW-ID            PIC X(7).
           05  LW-DATE          PIC 9(8).
           05  LW-TERM          PIC 9(5).
           05  LW-TYPE          PIC X.
               88  LW-CHARGE                    VALUE 'T' 'F'.
           05  LW-CODE          PIC X(4).
           05  LW-DESCR         PIC X(20).
           05  LW-REF           PIC X(12).
           05  LW-AMOUNT        PIC 9(6)V99.

       01  DATE-EDIT-WORK.
           05  DEW-DATE         PIC 9(8).
           05  DEW-PARTS REDEFINES DEW-DATE.
               10  DEW-YYYY     PIC 9(4).
               10  DEW-MM       PIC 99.
               10  DEW-DD       PIC 99.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-GRADE-PATH    PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-MASTER-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUMAST.DAT'.
           05  WS-RATE-PATH     PIC X(80)
               VALUE 'C:\COBOL\TUITRATE.DAT'.
           05  WS-RECEIPT-PATH  PIC X(80)
               VALUE 'C:\COBOL\RECEIPTS.DAT'.
           05  WS-RCPSORT-PATH  PIC X(80)
               VALUE 'C:\COBOL\RECEIPTS.SRT'.
           05  WS-LEDGER-PATH   PIC X(80)
               VALUE 'C:\COBOL\ACCTLEDG.DAT'.
           05  WS-LEDGNEW-PATH  PIC X(80)
               VALUE 'C:\COBOL\ACCTLEDG.NEW'.
           05  WS-HOLD-PATH     PIC X(80)
               VALUE 'C:\COBOL\ACCTHOLD.DAT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\ACCTAGE.PRT'.
           05  WS-STMTOUT-PATH  PIC X(80)
               VALUE 'C:\COBOL\BILLSTMT.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\BILLEX.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY       PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  O-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-DD             PIC 99.
           05  FILLER           PIC X           VALUE'/'.
           05  O-YYYY           PIC 9(4).
           05  FILLER           PIC X(33)       VALUE SPACE.
           05  FILLER           PIC X(30)
               VALUE "STUDENT ACCOUNT AGING REPORT".
           05  FILLER           PIC X(6)        VALUE "TERM:".
           05  O-TERM           PIC 9(5).
           05  FILLER           PIC X(34)       VALUE SPACE.
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(17)       VALUE "LAST NAME".
           05  FILLER           PIC X(16)       VALUE "FIRST NAME".
           05  FILLER           PIC X(12)       VALUE "     CURRENT".
           05  FILLER           PIC X(12)       VALUE "   1-30 DAYS".
           05  FILLER           PIC X(12)       VALUE "  31-60 DAYS".
           05  FILLER           PIC X(12)       VALUE "  61-90 DAYS".
           05  FILLER           PIC X(12)       VALUE "     OVER 90".
           05  FILLER           PIC X(12)       VALUE "     BALANCE".
           05  FILLER           PIC X(17)       VALUE "  HOLD".

       01  AGING-DETAIL-LINE.
           05  AGL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  AGL-LNAME        PIC X(15).
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-FNAME        PIC X(15).
           05  FILLER           PIC X           VALUE SPACE.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-CURRENT      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-AGE-30       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-AGE-60       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-AGE-90       PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-AGE-OVER     PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-BALANCE      PIC ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  AGL-HOLD         PIC X(4).
           05  FILLER           PIC X(11)       VALUE SPACE.

       01  AGING-TOTAL-LINE.
           05  FILLER           PIC X(43)
               VALUE "TOTAL RECEIVABLE".
           05  ATL-CURRENT      PIC Z,ZZZ,ZZ9.99.
           05  ATL-AGE-30       PIC Z,ZZZ,ZZ9.99.
           05  ATL-AGE-60       PIC Z,ZZZ,ZZ9.99.
           05  ATL-AGE-90       PIC Z,ZZZ,ZZ9.99.
           05  ATL-AGE-OVER     PIC Z,ZZZ,ZZ9.99.
           05  ATL-BALANCE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(17)       VALUE SPACE.

       01  BILLING-TOTAL-LINE.
           05  FILLER           PIC X(17)
               VALUE "STUDENTS BILLED:".
           05  BTL-BILLED       PIC Z,ZZ9.
           05  FILLER           PIC X(11)       VALUE "  TUITION:".
           05  BTL-TUITION      PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(8)        VALUE "  FEES:".
           05  BTL-FEES         PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(12)       VALUE "  PAYMENTS:".
           05  BTL-PAYMENTS     PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(7)        VALUE "  AID:".
           05  BTL-AID          PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC X(10)       VALUE "  TUIT CR:".
           05  BTL-TUIT-CREDITS PIC Z,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.

       01  ACCOUNT-TOTAL-LINE.
           05  FILLER           PIC X(17)
               VALUE "ACCOUNTS AGED:".
           05  ACL-AGED         PIC Z,ZZ9.
           05  FILLER           PIC X(20)
               VALUE "  IN CREDIT:".
           05  ACL-CREDIT       PIC Z,ZZ9.
           05  FILLER           PIC X(20)
               VALUE "  HOLDS PLACED:".
           05  ACL-HOLDS        PIC Z,ZZ9.
           05  FILLER           PIC X(20)
               VALUE "  STATEMENTS:".
           05  ACL-STMTS        PIC Z,ZZ9.
           05  FILLER           PIC X(35)       VALUE SPACE.

      *STATEMENT LINES
       01  STATEMENT-LINES.
           05  STM-TITLE.
               10  FILLER       PIC X(48)       VALUE SPACE.
               10  FILLER       PIC X(36)
                   VALUE "OFFICE OF THE BURSAR".
               10  FILLER       PIC X(48)       VALUE SPACE.
           05  STM-SUB-TITLE.
               10  FILLER       PIC X(48)       VALUE SPACE.
               10  FILLER       PIC X(36)
                   VALUE "STUDENT ACCOUNT STATEMENT".
               10  FILLER       PIC X(48)       VALUE SPACE.
           05  STM-DATE-LINE.
               10  FILLER       PIC X(6)        VALUE "DATE:".
               10  STM-MM       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  STM-DD       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  STM-YYYY     PIC 9(4).
               10  FILLER       PIC X(16)
                   VALUE "   TERM BILLED:".
               10  STM-TERM     PIC 9(5).
               10  FILLER       PIC X(95)       VALUE SPACE.
           05  STM-NAME-LINE.
               10  FILLER       PIC X(9)        VALUE "STUDENT:".
               10  STM-FNAME    PIC X(15).
               10  FILLER       PIC X           VALUE SPACE.
               10  STM-INIT     PIC X.
               10  FILLER       PIC X           VALUE SPACE.
               10  STM-LNAME    PIC X(15).
               10  FILLER       PIC X(6)        VALUE "  ID:".
               10  STM-ID       PIC X(7).
               10  FILLER       PIC X(8)        VALUE "  DEPT:".
               10  STM-DEPT     PIC X(4).
               10  FILLER       PIC X(65)       VALUE SPACE.
           05  STM-COLUMN-LINE.
               10  FILLER       PIC X(14)       VALUE "DATE".
               10  FILLER       PIC X(23)       VALUE "DESCRIPTION".
               10  FILLER       PIC X(14)       VALUE "REFERENCE".
               10  FILLER       PIC X(14)       VALUE "       CHARGES".
               10  FILLER       PIC X(67)       VALUE "       CREDITS".
           05  STM-PRIOR-LINE.
               10  FILLER       PIC X(55)
                   VALUE "PREVIOUS BALANCE".
               10  STM-PRIOR-BAL
                                PIC ZZZ,ZZ9.99CR.
               10  FILLER       PIC X(65)       VALUE SPACE.
           05  STM-DETAIL-LINE.
               10  SDL-MM       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  SDL-DD       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  SDL-YYYY     PIC 9(4).
               10  FILLER       PIC X(4)        VALUE SPACE.
               10  SDL-DESCR    PIC X(20).
               10  FILLER       PIC X(3)        VALUE SPACE.
               10  SDL-REF      PIC X(12).
               10  FILLER       PIC X(4)        VALUE SPACE.
               10  SDL-CHARGE   PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
               10  FILLER       PIC XX          VALUE SPACE.
               10  SDL-CREDIT   PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
               10  FILLER       PIC X(53)       VALUE SPACE.
           05  STM-BALANCE-LINE.
               10  FILLER       PIC X(55)
                   VALUE "NEW BALANCE".
               10  STM-NEW-BAL  PIC ZZZ,ZZ9.99CR.
               10  FILLER       PIC X(65)       VALUE SPACE.
           05  STM-PAST-DUE-LINE.
               10  FILLER       PIC X(55)
                   VALUE "AMOUNT PAST DUE".
               10  STM-PAST-DUE PIC ZZZ,ZZ9.99.
               10  FILLER       PIC X(67)       VALUE SPACE.
           05  STM-TEXT-LINE.
               10  STM-TEXT     PIC X(80).
               10  FILLER       PIC X(52)       VALUE SPACE.
           05  STM-TERMS-LINE.
               10  FILLER       PIC X(15)
                   VALUE "CHARGES ARE DUE".
               10  STM-TERMS    PIC ZZZ9.
               10  FILLER       PIC X(113)
                   VALUE " DAYS FROM THE DATE POSTED.".

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(51)       VALUE SPACE.
           05  FILLER           PIC X(18)
               VALUE "BILLING EXCEPTIONS".
           05  FILLER           PIC X(63)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(16)       VALUE "REFERENCE".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-REF          PIC X(12).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
               VALUE 'TOTAL EXCEPTIONS:'.
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-GRADE-RECS     PIC 9(6)        VALUE 0.
           05  C-BILLED         PIC 9(5)        VALUE 0.
           05  C-POSTED         PIC 9(6)        VALUE 0.
           05  C-LEDGER-ROWS    PIC 9(7)        VALUE 0.
           05  C-STATEMENTS     PIC 9(5)        VALUE 0.
           05  C-AGED           PIC 9(5)        VALUE 0.
           05  C-IN-CREDIT      PIC 9(5)        VALUE 0.
           05  C-HOLDS          PIC 9(5)        VALUE 0.
           05  C-CHARGE-AMT     PIC 9(6)V99     VALUE 0.
           05  C-TUITION        PIC 9(8)V99     VALUE 0.
           05  C-TUIT-CREDITS   PIC 9(8)V99     VALUE 0.
           05  C-FEES           PIC 9(8)V99     VALUE 0.
           05  C-PAYMENTS       PIC 9(8)V99     VALUE 0.
           05  C-AID            PIC 9(8)V99     VALUE 0.
           05  C-TOT-CURRENT    PIC 9(8)V99     VALUE 0.
           05  C-TOT-30         PIC 9(8)V99     VALUE 0.
           05  C-TOT-60         PIC 9(8)V99     VALUE 0.
           05  C-TOT-90         PIC 9(8)V99     VALUE 0.
           05  C-TOT-OVER       PIC 9(8)V99     VALUE 0.
           05  C-TOT-BALANCE    PIC 9(8)V99     VALUE 0.
           05  C-AMT-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL LOW-KEY = HIGH-VALUE.
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
           MOVE I-YYYY TO STM-YYYY.
           MOVE I-MM TO STM-MM.
           MOVE I-DD TO STM-DD.

           MOVE 'D' TO DC-FUNCTION.
           MOVE I-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO TODAY-DAY-NO.

           OPEN OUTPUT EXCOUT.
           PERFORM 9600-EXCEPTION-HEADER.

           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-FIND-BILL-TERM.
           MOVE BILL-TERM TO O-TERM.
           MOVE BILL-TERM TO STM-TERM.
           PERFORM 1300-SORT-RECEIPTS.

           OPEN INPUT GRADE-DETAIL.
           OPEN INPUT STU-MASTER.
           OPEN INPUT OLD-LEDGER.
           IF AL-FILE-STATUS NOT = '00'
      *NO LEDGER YET - THE FIRST BILLING RUN STARTS IT
               MOVE 'NO' TO AL-MORE-RECS
           END-IF.
           OPEN OUTPUT NEW-LEDGER.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT STMTOUT.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF57" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE 0 TO C-GRADE-RECS.
           PERFORM 9000-READ-GRADE.
           PERFORM 9050-READ-MASTER.
           PERFORM 9060-READ-LEDGER.
           PERFORM 9070-READ-RECEIPT.
           PERFORM 9080-SET-LOW-KEY.
           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADE-PATH
           END-IF.

           DISPLAY 'STUMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MASTER-PATH
           END-IF.

           DISPLAY 'TUITRATE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATE-PATH
           END-IF.

           DISPLAY 'RECEIPTS_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RECEIPT-PATH
           END-IF.

           DISPLAY 'RECEIPTS_SRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RCPSORT-PATH
           END-IF.

           DISPLAY 'ACCTLEDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEDGER-PATH
           END-IF.

           DISPLAY 'ACCTLEDG_NEW' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEDGNEW-PATH
           END-IF.

           DISPLAY 'ACCTHOLD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-PATH
           END-IF.

           DISPLAY 'ACCTAGE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'BILLSTMT_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STMTOUT-PATH
           END-IF.

           DISPLAY 'BILLEX_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

       1100-LOAD-RATES.
           OPEN INPUT RATE-TABLE.
           IF RT-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXC-ID
               MOVE SPACES TO EXC-REF
               MOVE "RATE TABLE NOT AVAILABLE - NO CHARGES POSTED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               PERFORM 1150-LOAD-ONE-RATE
                   UNTIL RT-MORE-RECS = 'NO'
               CLOSE RATE-TABLE
           END-IF.

       1150-LOAD-ONE-RATE.
           READ RATE-TABLE
               AT END
                   MOVE 'NO' TO RT-MORE-RECS
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT RT-TUITION AND NOT RT-FEE
                               AND NOT RT-TERMS
                           MOVE RT-CODE TO EXC-ID
                           MOVE RT-DESCR TO EXC-REF
                           MOVE "RATE ROW TYPE NOT T, F OR D - IGNORED"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN RT-AMOUNT NOT NUMERIC
                           MOVE RT-CODE TO EXC-ID
                           MOVE RT-DESCR TO EXC-REF
                           MOVE "RATE AMOUNT NOT NUMERIC - IGNORED"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN RT-TERMS
                           PERFORM 1160-LOAD-TERMS
                       WHEN RATE-CTR < 60
                           ADD 1 TO RATE-CTR
                           MOVE RT-TYPE TO RTS-TYPE(RATE-CTR)
                           MOVE RT-CODE TO RTS-CODE(RATE-CTR)
                           MOVE RT-DESCR TO RTS-DESCR(RATE-CTR)
                           MOVE RT-AMOUNT TO RTS-AMOUNT(RATE-CTR)
                       WHEN OTHER
                           DISPLAY 'RATE-TABLE-AREA EXCEEDS 60 ROWS'
                           DISPLAY 'REMAINING RATE ROWS NOT LOADED'
                   END-EVALUATE
           END-READ.

      *THE PAYMENT TERMS ROW - WHOLE DAYS, 1 TO 999
       1160-LOAD-TERMS.
           IF RT-TERMS-DAYS > 0 AND RT-TERMS-DAYS < 1000
               AND RT-TERMS-FRAC = 0
               MOVE RT-TERMS-DAYS TO BP-TERMS-DAYS
           ELSE
               MOVE RT-CODE TO EXC-ID
               MOVE RT-DESCR TO EXC-REF
               MOVE "PAYMENT TERMS NOT 1-999 WHOLE DAYS - IGNORED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.

      *THE BILLING TERM IS THE NEWEST TERM ON THE GRADE DETAIL,
      *UNLESS BILLTERM NAMES ONE
       1200-FIND-BILL-TERM.
           DISPLAY 'BILLTERM' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-IN FROM ENVIRONMENT-VALUE.
           IF WS-TERM-IN NUMERIC AND WS-TERM-IN NOT = SPACES
               MOVE WS-TERM-IN TO BILL-TERM
           ELSE
               OPEN INPUT GRADE-DETAIL
               PERFORM 1250-SCAN-ONE-TERM
                   UNTIL GRD-MORE-RECS = 'NO'
               CLOSE GRADE-DETAIL
               MOVE 'YES' TO GRD-MORE-RECS
           END-IF.

       1250-SCAN-ONE-TERM.
           READ GRADE-DETAIL
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   IF G-TERM NUMERIC AND G-TERM > BILL-TERM
                       MOVE G-TERM TO BILL-TERM
                   END-IF
           END-READ.

      *RECEIPTS ARRIVE IN BATCH ORDER - SORT THEM INTO ID AND DATE
      *ORDER TO MEET THE LEDGER. NO RECEIPTS FILE MEANS NO CREDITS
       1300-SORT-RECEIPTS.
           OPEN INPUT RECEIPTS.
           IF RC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO RS-MORE-RECS
           ELSE
               CLOSE RECEIPTS
               SORT RCP-SORT-FILE
                   ON ASCENDING KEY RW-ID
                   ON ASCENDING KEY RW-DATE
                   USING RECEIPTS
                   GIVING RCP-SORTED-FILE
               OPEN INPUT RCP-SORTED-FILE
               MOVE 'YES' TO RCP-SORTED-OPEN
           END-IF.

      *FOUR-WAY MATCH ON STUDENT ID - LEDGER, GRADE DETAIL, AND
      *RECEIPTS SET THE DRIVING KEY; THE MASTER SUPPLIES THE NAME AND
      *DEPARTMENT
       2000-MAINLINE.
           MOVE 'N' TO GRP-HAS-MASTER.
           MOVE 'N' TO GRP-HAS-LEDGER.
           MOVE 'N' TO GRP-TERM-BILLED.
           MOVE SPACES TO GRP-LNAME.
           MOVE SPACES TO GRP-FNAME.
           MOVE SPACE TO GRP-INIT.
           MOVE SPACES TO GRP-DEPT.
           MOVE 0 TO GRP-HOURS.
           MOVE 0 TO GRP-BILLED-HOURS.
           MOVE 'Y' TO GRP-HOURS-KNOWN.
           MOVE 0 TO GRP-PRIOR-BAL.
           MOVE 0 TO GRP-CREDITS.
           MOVE 0 TO OC-CTR.
           MOVE 0 TO CR-CTR.
           MOVE 0 TO PT-CTR.

           PERFORM 2100-COLLECT-LEDGER
               UNTIL AL-KEY NOT = LOW-KEY.
           PERFORM 2200-COLLECT-GRADES
               UNTIL GRD-KEY NOT = LOW-KEY.
           IF MST-KEY = LOW-KEY
               MOVE 'Y' TO GRP-HAS-MASTER
               MOVE M-LNAME TO GRP-LNAME
               MOVE M-FNAME TO GRP-FNAME
               MOVE M-INIT TO GRP-INIT
               MOVE M-DEPT TO GRP-DEPT
               PERFORM 9050-READ-MASTER
           END-IF.

           IF GRP-HOURS > 0 OR GRP-TERM-BILLED = 'Y'
               PERFORM 2300-BILL-TERM
           END-IF.
           PERFORM 2400-POST-RECEIPT
               UNTIL RS-KEY NOT = LOW-KEY.

           PERFORM 2500-AGE-ACCOUNT.
           IF PT-CTR > 0 OR GRP-BALANCE NOT = 0
               PERFORM 2700-STATEMENT
           END-IF.
           IF GRP-BALANCE > 0
               PERFORM 2800-AGING-LINE
           END-IF.
           IF GRP-BALANCE < 0
               ADD 1 TO C-IN-CREDIT
           END-IF.
           IF GRP-PAST-DUE > 0
               PERFORM 2900-WRITE-HOLD
           END-IF.
           PERFORM 9080-SET-LOW-KEY.

      *CARRY THE ID'S LEDGER ROWS FORWARD, BUILDING THE PRIOR
      *BALANCE, THE OPEN-CHARGE LIST, AND THE RECEIPT REFERENCES
       2100-COLLECT-LEDGER.
           MOVE 'Y' TO GRP-HAS-LEDGER.
           WRITE NL-REC FROM AL-REC.
           ADD 1 TO C-LEDGER-ROWS.
           IF AL-CHARGE
               ADD AL-AMOUNT TO GRP-PRIOR-BAL
               MOVE AL-DATE TO LW-DATE
               MOVE AL-AMOUNT TO LW-AMOUNT
               PERFORM 2150-HOLD-CHARGE
               IF AL-TUITION AND AL-TERM = BILL-TERM
                   MOVE 'Y' TO GRP-TERM-BILLED
                   IF AL-TUITION-HOURS NUMERIC
                       ADD AL-TUITION-HOURS TO GRP-BILLED-HOURS
                   ELSE
                       MOVE 'N' TO GRP-HOURS-KNOWN
                   END-IF
               END-IF
           ELSE
               IF AL-TUITION-CREDIT AND AL-TERM = BILL-TERM
                   IF AL-CREDIT-HOURS NUMERIC
                       SUBTRACT AL-CREDIT-HOURS FROM GRP-BILLED-HOURS
                   ELSE
                       MOVE 'N' TO GRP-HOURS-KNOWN
                   END-IF
               END-IF
               SUBTRACT AL-AMOUNT FROM GRP-PRIOR-BAL
               ADD AL-AMOUNT TO GRP-CREDITS
               IF AL-REF NOT = SPACES AND CR-CTR < 100
                   ADD 1 TO CR-CTR
                   MOVE AL-REF TO CR-REF(CR-CTR)
               END-IF
           END-IF.
           PERFORM 9060-READ-LEDGER.

      *PAST 100 CHARGES THE NEWEST ROW ABSORBS THE REST, WHICH KEEPS
      *THE BALANCE RIGHT AND AGES THE OVERFLOW AS OF THAT ROW
       2150-HOLD-CHARGE.
           IF OC-CTR < 100
               ADD 1 TO OC-CTR
               MOVE LW-DATE TO OC-DATE(OC-CTR)
               MOVE LW-AMOUNT TO OC-AMOUNT(OC-CTR)
           ELSE
               ADD LW-AMOUNT TO OC-AMOUNT(OC-CTR)
           END-IF.

       2200-COLLECT-GRADES.
           IF G-TERM = BILL-TERM
               IF G-CREDIT-HRS NUMERIC
                   ADD G-CREDIT-HRS TO GRP-HOURS
               ELSE
                   MOVE G-ID TO EXC-ID
                   MOVE G-COURSE TO EXC-REF
                   MOVE "CREDIT HOURS NOT NUMERIC - NOT BILLED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               END-IF
           END-IF.
           PERFORM 9000-READ-GRADE.

      *THE FIRST BILLING CHARGES THE TERM'S TUITION AND FLAT FEES;
      *AFTER THAT ONLY A CHANGE IN THE TERM'S HOURS IS POSTED, AS A
      *CHARGE FOR HOURS ADDED OR A CREDIT FOR HOURS DROPPED
       2300-BILL-TERM.
           EVALUATE TRUE
               WHEN GRP-TERM-BILLED = 'Y' AND GRP-HOURS-KNOWN = 'N'
                   MOVE LOW-KEY TO EXC-ID
                   MOVE SPACES TO EXC-REF
                   MOVE "TUITION ROW HOURS NOT NUMERIC - NOT ADJUSTED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GRP-TERM-BILLED = 'Y'
                   AND GRP-BILLED-HOURS = GRP-HOURS
                   CONTINUE
               WHEN GRP-TERM-BILLED = 'Y' AND GRP-BILLED-HOURS < 0
                   MOVE LOW-KEY TO EXC-ID
                   MOVE SPACES TO EXC-REF
                   MOVE "TUITION CREDITS EXCEED HOURS BILLED - NOT ADJ"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GRP-HAS-MASTER = 'N'
                   MOVE LOW-KEY TO EXC-ID
                   MOVE SPACES TO EXC-REF
                   MOVE "GRADE ROWS FOR ID NOT ON MASTER - NOT BILLED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN OTHER
                   PERFORM 2320-FIND-TUITION-RATE
                   IF RATE-HIT = 'NO'
                       MOVE LOW-KEY TO EXC-ID
                       MOVE GRP-DEPT TO EXC-REF
                       MOVE "NO TUITION RATE FOR DEPT - NOT BILLED"
                           TO EXC-DESCR
                       PERFORM 2600-EXCEPTION
                   ELSE
                       PERFORM 2310-POST-TERM-CHARGES
                   END-IF
           END-EVALUATE.

       2310-POST-TERM-CHARGES.
           IF GRP-TERM-BILLED = 'N'
               ADD 1 TO C-BILLED
               MOVE GRP-HOURS TO GRP-ADJ-HOURS
               PERFORM 2340-CHARGE-TUITION
               PERFORM 2360-CHARGE-FEE
                   VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > RATE-CTR
           ELSE
               IF GRP-HOURS > GRP-BILLED-HOURS
                   COMPUTE GRP-ADJ-HOURS = GRP-HOURS - GRP-BILLED-HOURS
                   PERFORM 2340-CHARGE-TUITION
               ELSE
                   COMPUTE GRP-ADJ-HOURS = GRP-BILLED-HOURS - GRP-HOURS
                   PERFORM 2350-CREDIT-TUITION
               END-IF
           END-IF.

      *THE DEPARTMENT'S OWN RATE, OR THE *ALL RATE WHEN IT HAS NONE
       2320-FIND-TUITION-RATE.
           MOVE 'NO' TO RATE-HIT.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-CTR OR RATE-HIT = 'YES'
                   IF RTS-TYPE(RATE-SUB) = 'T'
                       AND RTS-CODE(RATE-SUB) = GRP-DEPT
                       MOVE 'YES' TO RATE-HIT
                       MOVE RTS-AMOUNT(RATE-SUB) TO TUITION-RATE
                   END-IF
           END-PERFORM.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-CTR OR RATE-HIT = 'YES'
                   IF RTS-TYPE(RATE-SUB) = 'T'
                       AND RTS-CODE(RATE-SUB) = BP-DEFAULT-DEPT
                       MOVE 'YES' TO RATE-HIT
                       MOVE RTS-AMOUNT(RATE-SUB) TO TUITION-RATE
                   END-IF
           END-PERFORM.

       2340-CHARGE-TUITION.
           COMPUTE C-CHARGE-AMT ROUNDED = GRP-ADJ-HOURS * TUITION-RATE.
           MOVE LOW-KEY TO LW-ID.
           MOVE I-DATE TO LW-DATE.
           MOVE BILL-TERM TO LW-TERM.
           MOVE 'T' TO LW-TYPE.
           MOVE GRP-DEPT TO LW-CODE.
           MOVE SPACES TO LW-DESCR.
           STRING "TUITION " DELIMITED BY SIZE
                  GRP-ADJ-HOURS DELIMITED BY SIZE
                  " HOURS" DELIMITED BY SIZE
               INTO LW-DESCR
           END-STRING.
           MOVE SPACES TO LW-REF.
           MOVE C-CHARGE-AMT TO LW-AMOUNT.
           ADD C-CHARGE-AMT TO C-TUITION.
           PERFORM 2380-POST-ROW.

      *HOURS DROPPED AFTER THE TERM WAS BILLED COME BACK AT THE
      *CURRENT RATE; THE FLAT FEES STAND
       2350-CREDIT-TUITION.
           COMPUTE C-CHARGE-AMT ROUNDED = GRP-ADJ-HOURS * TUITION-RATE.
           MOVE LOW-KEY TO LW-ID.
           MOVE I-DATE TO LW-DATE.
           MOVE BILL-TERM TO LW-TERM.
           MOVE 'C' TO LW-TYPE.
           MOVE GRP-DEPT TO LW-CODE.
           MOVE SPACES TO LW-DESCR.
           STRING "HOURS DROPPED " DELIMITED BY SIZE
                  GRP-ADJ-HOURS DELIMITED BY SIZE
               INTO LW-DESCR
           END-STRING.
           MOVE SPACES TO LW-REF.
           MOVE C-CHARGE-AMT TO LW-AMOUNT.
           ADD C-CHARGE-AMT TO C-TUIT-CREDITS.
           PERFORM 2380-POST-ROW.

       2360-CHARGE-FEE.
           IF RTS-TYPE(RATE-SUB) = 'F'
               MOVE LOW-KEY TO LW-ID
               MOVE I-DATE TO LW-DATE
               MOVE BILL-TERM TO LW-TERM
               MOVE 'F' TO LW-TYPE
               MOVE RTS-CODE(RATE-SUB) TO LW-CODE
               MOVE RTS-DESCR(RATE-SUB) TO LW-DESCR
               MOVE SPACES TO LW-REF
               MOVE RTS-AMOUNT(RATE-SUB) TO LW-AMOUNT
               ADD RTS-AMOUNT(RATE-SUB) TO C-FEES
               PERFORM 2380-POST-ROW
           END-IF.

      *WRITE ONE NEW LEDGER ROW AND HOLD IT FOR THE STATEMENT
       2380-POST-ROW.
           WRITE NL-REC FROM LEDGER-WORK-REC.
           ADD 1 TO C-LEDGER-ROWS.
           ADD 1 TO C-POSTED.
           ADD LW-AMOUNT TO C-AMT-HASH-TOTAL.
           IF LW-CHARGE
               PERFORM 2150-HOLD-CHARGE
           ELSE
               ADD LW-AMOUNT TO GRP-CREDITS
           END-IF.
           IF PT-CTR < 30
               ADD 1 TO PT-CTR
               MOVE LW-DATE TO PT-DATE(PT-CTR)
               MOVE LW-TYPE TO PT-TYPE(PT-CTR)
               MOVE LW-DESCR TO PT-DESCR(PT-CTR)
               MOVE LW-REF TO PT-REF(PT-CTR)
               MOVE LW-AMOUNT TO PT-AMOUNT(PT-CTR)
           ELSE
               MOVE LW-ID TO EXC-ID
               MOVE LW-REF TO EXC-REF
               MOVE "OVER 30 POSTINGS - POSTED, NOT ON STATEMENT"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.

       2400-POST-RECEIPT.
           PERFORM 2450-FIND-REF.
           EVALUATE TRUE
               WHEN NOT RS-PAYMENT AND NOT RS-AID
                   MOVE RS-ID TO EXC-ID
                   MOVE RS-REF TO EXC-REF
                   MOVE "RECEIPT TYPE NOT P OR A - NOT POSTED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN RS-AMOUNT NOT NUMERIC OR RS-AMOUNT = 0
                   MOVE RS-ID TO EXC-ID
                   MOVE RS-REF TO EXC-REF
                   MOVE "RECEIPT AMOUNT NOT NUMERIC OR ZERO"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN RS-DATE NOT NUMERIC
                   MOVE RS-ID TO EXC-ID
                   MOVE RS-REF TO EXC-REF
                   MOVE "RECEIPT DATE NOT NUMERIC - NOT POSTED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GRP-HAS-MASTER = 'N' AND GRP-HAS-LEDGER = 'N'
                   MOVE RS-ID TO EXC-ID
                   MOVE RS-REF TO EXC-REF
                   MOVE "RECEIPT FOR ID WITH NO ACCOUNT - NOT POSTED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN CR-HIT = 'YES'
                   MOVE RS-ID TO EXC-ID
                   MOVE RS-REF TO EXC-REF
                   MOVE "RECEIPT ALREADY ON LEDGER - NOT POSTED AGAIN"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN OTHER
                   MOVE RS-ID TO LW-ID
                   MOVE RS-DATE TO LW-DATE
                   MOVE BILL-TERM TO LW-TERM
                   MOVE RS-TYPE TO LW-TYPE
                   MOVE SPACES TO LW-CODE
                   IF RS-PAYMENT
                       MOVE "PAYMENT RECEIVED" TO LW-DESCR
                       ADD RS-AMOUNT TO C-PAYMENTS
                   ELSE
                       MOVE "FINANCIAL AID CREDIT" TO LW-DESCR
                       ADD RS-AMOUNT TO C-AID
                   END-IF
                   MOVE RS-REF TO LW-REF
                   MOVE RS-AMOUNT TO LW-AMOUNT
                   PERFORM 2380-POST-ROW
                   IF RS-REF NOT = SPACES AND CR-CTR < 100
                       ADD 1 TO CR-CTR
                       MOVE RS-REF TO CR-REF(CR-CTR)
                   END-IF
           END-EVALUATE.
           PERFORM 9070-READ-RECEIPT.

       2450-FIND-REF.
           MOVE 'NO' TO CR-HIT.
           IF RS-REF NOT = SPACES
               PERFORM VARYING CR-SUB FROM 1 BY 1
                   UNTIL CR-SUB > CR-CTR OR CR-HIT = 'YES'
                       IF CR-REF(CR-SUB) = RS-REF
                           MOVE 'YES' TO CR-HIT
                       END-IF
               END-PERFORM
           END-IF.

      *APPLY THE ID'S CREDITS TO ITS CHARGES OLDEST FIRST AND AGE
      *WHAT IS LEFT FROM EACH CHARGE'S DUE DATE
       2500-AGE-ACCOUNT.
           MOVE 0 TO GRP-BALANCE.
           MOVE 0 TO GRP-PAST-DUE.
           MOVE 0 TO GRP-OLDEST-DUE.
           MOVE 0 TO GRP-AGE-CURRENT.
           MOVE 0 TO GRP-AGE-30.
           MOVE 0 TO GRP-AGE-60.
           MOVE 0 TO GRP-AGE-90.
           MOVE 0 TO GRP-AGE-OVER.
           MOVE GRP-CREDITS TO OC-UNAPPLIED.
           PERFORM 2550-AGE-ONE-CHARGE
               VARYING OC-SUB FROM 1 BY 1
                   UNTIL OC-SUB > OC-CTR.
           SUBTRACT OC-UNAPPLIED FROM GRP-BALANCE.

       2550-AGE-ONE-CHARGE.
           IF OC-UNAPPLIED NOT < OC-AMOUNT(OC-SUB)
               SUBTRACT OC-AMOUNT(OC-SUB) FROM OC-UNAPPLIED
               MOVE 0 TO OC-OPEN
           ELSE
               COMPUTE OC-OPEN = OC-AMOUNT(OC-SUB) - OC-UNAPPLIED
               MOVE 0 TO OC-UNAPPLIED
           END-IF.

           IF OC-OPEN > 0
               ADD OC-OPEN TO GRP-BALANCE
               MOVE 'D' TO DC-FUNCTION
               MOVE OC-DATE(OC-SUB) TO DC-DATE
               CALL 'COBDATE' USING DATE-CALC-AREA
               COMPUTE OC-DAYS-LATE =
                   TODAY-DAY-NO - DC-DAY-NO - BP-TERMS-DAYS
               EVALUATE TRUE
                   WHEN OC-DAYS-LATE NOT > 0
                       ADD OC-OPEN TO GRP-AGE-CURRENT
                   WHEN OC-DAYS-LATE NOT > 30
                       ADD OC-OPEN TO GRP-AGE-30
                   WHEN OC-DAYS-LATE NOT > 60
                       ADD OC-OPEN TO GRP-AGE-60
                   WHEN OC-DAYS-LATE NOT > 90
                       ADD OC-OPEN TO GRP-AGE-90
                   WHEN OTHER
                       ADD OC-OPEN TO GRP-AGE-OVER
               END-EVALUATE
               IF OC-DAYS-LATE > 0
                   ADD OC-OPEN TO GRP-PAST-DUE
                   IF GRP-OLDEST-DUE = 0
                       MOVE OC-DATE(OC-SUB) TO GRP-OLDEST-DUE
                   END-IF
               END-IF
           END-IF.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

      *ONE STATEMENT PAGE PER ACCOUNT: PREVIOUS BALANCE, THIS RUN'S
      *POSTINGS, NEW BALANCE, AND THE PAST-DUE AMOUNT
       2700-STATEMENT.
           ADD 1 TO C-STATEMENTS.
           WRITE STMTLINE FROM STM-TITLE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM STM-SUB-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STM-DATE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GRP-FNAME TO STM-FNAME.
           MOVE GRP-INIT TO STM-INIT.
           MOVE GRP-LNAME TO STM-LNAME.
           MOVE LOW-KEY TO STM-ID.
           MOVE GRP-DEPT TO STM-DEPT.
           WRITE STMTLINE FROM STM-NAME-LINE
               AFTER ADVANCING 2 LINES.

           WRITE STMTLINE FROM STM-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE GRP-PRIOR-BAL TO STM-PRIOR-BAL.
           WRITE STMTLINE FROM STM-PRIOR-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 2750-STATEMENT-DETAIL
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-CTR.

           MOVE GRP-BALANCE TO STM-NEW-BAL.
           WRITE STMTLINE FROM STM-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE GRP-PAST-DUE TO STM-PAST-DUE.
           WRITE STMTLINE FROM STM-PAST-DUE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE BP-TERMS-DAYS TO STM-TERMS.
           WRITE STMTLINE FROM STM-TERMS-LINE
               AFTER ADVANCING 3 LINES.
           IF GRP-PAST-DUE > 0
               MOVE "A REGISTRATION HOLD HAS BEEN PLACED ON YOUR "
                   TO STM-TEXT
               WRITE STMTLINE FROM STM-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "RECORD UNTIL THE PAST-DUE AMOUNT IS PAID."
                   TO STM-TEXT
               WRITE STMTLINE FROM STM-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2750-STATEMENT-DETAIL.
           MOVE PT-DATE(PT-SUB) TO DEW-DATE.
           MOVE DEW-MM TO SDL-MM.
           MOVE DEW-DD TO SDL-DD.
           MOVE DEW-YYYY TO SDL-YYYY.
           MOVE PT-DESCR(PT-SUB) TO SDL-DESCR.
           MOVE PT-REF(PT-SUB) TO SDL-REF.
           IF PT-TYPE(PT-SUB) = 'T' OR PT-TYPE(PT-SUB) = 'F'
               MOVE PT-AMOUNT(PT-SUB) TO SDL-CHARGE
               MOVE 0 TO SDL-CREDIT
           ELSE
               MOVE 0 TO SDL-CHARGE
               MOVE PT-AMOUNT(PT-SUB) TO SDL-CREDIT
           END-IF.
           WRITE STMTLINE FROM STM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2800-AGING-LINE.
           ADD 1 TO C-AGED.
           MOVE LOW-KEY TO AGL-ID.
           MOVE GRP-LNAME TO AGL-LNAME.
           MOVE GRP-FNAME TO AGL-FNAME.
           MOVE GRP-AGE-CURRENT TO AGL-CURRENT.
           MOVE GRP-AGE-30 TO AGL-AGE-30.
           MOVE GRP-AGE-60 TO AGL-AGE-60.
           MOVE GRP-AGE-90 TO AGL-AGE-90.
           MOVE GRP-AGE-OVER TO AGL-AGE-OVER.
           MOVE GRP-BALANCE TO AGL-BALANCE.
           IF GRP-PAST-DUE > 0
               MOVE "HOLD" TO AGL-HOLD
           ELSE
               MOVE SPACES TO AGL-HOLD
           END-IF.
           WRITE PRTLINE FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

           ADD GRP-AGE-CURRENT TO C-TOT-CURRENT.
           ADD GRP-AGE-30 TO C-TOT-30.
           ADD GRP-AGE-60 TO C-TOT-60.
           ADD GRP-AGE-90 TO C-TOT-90.
           ADD GRP-AGE-OVER TO C-TOT-OVER.
           ADD GRP-BALANCE TO C-TOT-BALANCE.

       2900-WRITE-HOLD.
           MOVE LOW-KEY TO AH-ID.
           MOVE GRP-PAST-DUE TO AH-PAST-DUE.
           MOVE GRP-OLDEST-DUE TO AH-OLDEST-DATE.
           MOVE I-DATE TO AH-RUN-DATE.
           WRITE AH-REC.
           ADD 1 TO C-HOLDS.

       3000-CLOSING.
           CLOSE GRADE-DETAIL.
           CLOSE STU-MASTER.
           CLOSE OLD-LEDGER.
           CLOSE NEW-LEDGER.
           CLOSE HOLD-FILE.
           IF RCP-SORTED-OPEN = 'YES'
               CLOSE RCP-SORTED-FILE
           END-IF.

           PERFORM 3200-REWRITE-LIVE.

           MOVE C-TOT-CURRENT TO ATL-CURRENT.
           MOVE C-TOT-30 TO ATL-AGE-30.
           MOVE C-TOT-60 TO ATL-AGE-60.
           MOVE C-TOT-90 TO ATL-AGE-90.
           MOVE C-TOT-OVER TO ATL-AGE-OVER.
           MOVE C-TOT-BALANCE TO ATL-BALANCE.
           WRITE PRTLINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-BILLED TO BTL-BILLED.
           MOVE C-TUITION TO BTL-TUITION.
           MOVE C-FEES TO BTL-FEES.
           MOVE C-PAYMENTS TO BTL-PAYMENTS.
           MOVE C-AID TO BTL-AID.
           MOVE C-TUIT-CREDITS TO BTL-TUIT-CREDITS.
           WRITE PRTLINE FROM BILLING-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-AGED TO ACL-AGED.
           MOVE C-IN-CREDIT TO ACL-CREDIT.
           MOVE C-HOLDS TO ACL-HOLDS.
           MOVE C-STATEMENTS TO ACL-STMTS.
           WRITE PRTLINE FROM ACCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-POSTED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-LEDGER-ROWS TO TR-REC-COUNT.
           MOVE C-AMT-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-STATEMENTS TO TR-REC-COUNT.
           MOVE C-AMT-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE STMTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO TR-REC-COUNT.
           MOVE C-AMT-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE STMTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

      *COPY THE REBUILT LEDGER BACK OVER THE LIVE FILE SO THE NEXT
      *RUN CARRIES TONIGHT'S POSTINGS FORWARD; ACCTLEDG.NEW STAYS ON
      *DISK AS THE RUN'S BACKUP COPY
       3200-REWRITE-LIVE.
           MOVE 'YES' TO AL-MORE-RECS.
           OPEN INPUT NEW-LEDGER.
           OPEN OUTPUT OLD-LEDGER.
           PERFORM 3250-COPY-ONE-ROW
               UNTIL AL-MORE-RECS = 'NO'.
           CLOSE NEW-LEDGER.
           CLOSE OLD-LEDGER.

       3250-COPY-ONE-ROW.
           READ NEW-LEDGER
               AT END
                   MOVE 'NO' TO AL-MORE-RECS
               NOT AT END
                   MOVE NL-REC TO AL-REC
                   WRITE AL-REC
           END-READ.

       9000-READ-GRADE.
           IF GRD-MORE-RECS = 'YES'
               READ GRADE-DETAIL
                   AT END
                       MOVE 'NO' TO GRD-MORE-RECS
                       MOVE HIGH-VALUE TO GRD-KEY
                   NOT AT END
                       MOVE G-ID TO GRD-KEY
                       ADD 1 TO C-GRADE-RECS
               END-READ
           END-IF.

       9050-READ-MASTER.
           IF MST-MORE-RECS = 'YES'
               READ STU-MASTER
                   AT END
                       MOVE 'NO' TO MST-MORE-RECS
                       MOVE HIGH-VALUE TO MST-KEY
                   NOT AT END
                       MOVE M-ID TO MST-KEY
               END-READ
           END-IF.

       9060-READ-LEDGER.
           IF AL-MORE-RECS = 'YES'
               READ OLD-LEDGER
                   AT END
                       MOVE 'NO' TO AL-MORE-RECS
                       MOVE HIGH-VALUE TO AL-KEY
                   NOT AT END
                       MOVE AL-ID TO AL-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUE TO AL-KEY
           END-IF.

       9070-READ-RECEIPT.
           IF RS-MORE-RECS = 'YES'
               READ RCP-SORTED-FILE
                   AT END
                       MOVE 'NO' TO RS-MORE-RECS
                       MOVE HIGH-VALUE TO RS-KEY
                   NOT AT END
                       MOVE RS-ID TO RS-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUE TO RS-KEY
           END-IF.

      *A MASTER ROW WITH NO GRADES, LEDGER, OR RECEIPTS HAS NOTHING
      *TO BILL, SO ONLY THOSE THREE SET THE DRIVING KEY; THE MASTER
      *IS READ FORWARD TO MEET THEM
       9080-SET-LOW-KEY.
           MOVE GRD-KEY TO LOW-KEY.
           IF AL-KEY < LOW-KEY
               MOVE AL-KEY TO LOW-KEY
           END-IF.
           IF RS-KEY < LOW-KEY
               MOVE RS-KEY TO LOW-KEY
           END-IF.
           PERFORM 9050-READ-MASTER
               UNTIL MST-KEY NOT < LOW-KEY.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF57.
