      *THIS PROGRAM CUTS THE MONTHLY STATEMENTS FOR THE FURNITURE
      *STORE'S IN-HOUSE CREDIT ACCOUNTS (FURACCT.DAT) AND PRINTS THE
      *DELINQUENCY REPORT. IT RUNS FROM MONTHEND ON THE FIRST BUSINESS
      *DAY OF THE MONTH, AHEAD OF THAT NIGHT'S CBLCJF03.
      *  - EACH STATEMENT LISTS THE CYCLE'S CHARGES, PAYMENTS AND
      *    RETURN CREDITS FROM FURACTV.DAT - EVERYTHING POSTED FROM
      *    THE LAST STATEMENT DATE THROUGH LAST NIGHT;
      *  - THE FINANCE CHARGE IS ONE TWELFTH OF THE ACCOUNT'S APR ON
      *    THE PREVIOUS BALANCE LESS THE CYCLE'S PAYMENTS AND CREDITS;
      *  - THE MINIMUM PAYMENT IS 3 PERCENT OF THE NEW BALANCE, NOT
      *    LESS THAN $25.00, PLUS ANYTHING STILL PAST DUE, DUE 25
      *    DAYS OUT BUT NEVER LATER THAN THE 28TH;
      *  - A CYCLE WHOSE PAYMENTS AND CREDITS FELL SHORT OF THE LAST
      *    MINIMUM MAKES THE ACCOUNT PAST DUE FROM THAT DUE DATE, AND
      *    THE DELINQUENCY REPORT AGES IT 1-30, 31-60, 61-90, AND
      *    OVER 90 DAYS;
      *  - THE STATEMENT ALSO SHOWS ANY OPEN LAYAWAY PLAN KEYED TO
      *    THE ACCOUNT (FURLAYWY.DAT) - PLANS ARE PAID SEPARATELY AND
      *    ARE NOT PART OF THE ACCOUNT BALANCE;
      *  - THE MONTH'S FINANCE CHARGES GO TO THE GENERAL LEDGER
      *    JOURNAL (GLJRNL.DAT) AS A RECEIVABLE AGAINST FINANCE
      *    CHARGE INCOME.
      *STATEMENTS ARE CUT ONCE A MONTH. IF ANY ACCOUNT ALREADY
      *CARRIES A STATEMENT DATE IN THE RUN MONTH, OR THE MASTER IS
      *TOO BIG FOR THE TABLE, NO STATEMENTS ARE CUT, FURSTMT.PRT AND
      *FURACCT.DAT ARE LEFT AS THEY WERE, AND THE STEP ENDS RC 8. THE
      *DELINQUENCY REPORT IS STILL PRINTED FROM THE SAVED FIGURES.

       identification division.
       program-id. CBLCJF19.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FURACCT
               ASSIGN TO "C:/COBOLSP20/FURACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-FILE-STATUS.
           SELECT FURACTV
               ASSIGN TO "C:/COBOLSP20/FURACTV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-FILE-STATUS.
           SELECT LAYLEDG
               ASSIGN TO "C:/COBOLSP20/FURLAYWY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-FILE-STATUS.
           SELECT STMTOUT
               ASSIGN TO "C:/COBOLSP20/FURSTMT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT DELQOUT
               ASSIGN TO "C:/COBOLSP20/FURDELQ.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FURACCT
           LABEL RECORD IS STANDARD
           DATA RECORD IS FA-REC
           RECORD CONTAINS 169 CHARACTERS.

       COPY "FURACCT.CPY".

       FD FURACTV
           LABEL RECORD IS STANDARD
           DATA RECORD IS FV-REC
           RECORD CONTAINS 44 CHARACTERS.

       COPY "FURACTV.CPY".

      *THE LAYAWAY LEDGER CBLCJF03 CARRIES - READ ONLY HERE
       FD LAYLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LW-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 LW-REC.
           05 LW-NO                PIC 9(4).
           05 LW-EMP-NO            PIC 9(5).
           05 LW-FUR-CODE          PIC 9(3).
           05 LW-TOTAL             PIC 9(5)V99.
           05 LW-PAID              PIC 9(5)V99.
           05 LW-BOOK-DATE         PIC 9(8).
           05 LW-LAST-PAY          PIC 9(8).
           05 LW-STATUS            PIC X.
           05 LW-ACCT-NO           PIC 9(6).
           05 LW-STORE-NUM         PIC 99.

       FD STMTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 STMTLINE                 PIC X(132).

       FD DELQOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DELQLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 DELQLINE                 PIC X(132).

       FD REVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       COPY "REVTOT.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

      *THE ACCOUNT MASTER IN MEMORY, WITH EACH ACCOUNT'S CYCLE
      *FIGURES AND ITS DELINQUENCY AGING FOR THE REPORT
       01 ACCOUNT-TABLE.
           05 FAT-ENTRY OCCURS 2000 TIMES.
               10 FAT-ACCT-NO      PIC 9(6).
               10 FAT-NAME         PIC X(25).
               10 FAT-CONTACT.
                   15 FAT-STREET   PIC X(30).
                   15 FAT-CITY     PIC X(30).
                   15 FAT-PHONE    PIC X(10).
               10 FAT-CREDIT-LIMIT PIC 9(5)V99.
               10 FAT-APR          PIC 99V99.
               10 FAT-STATUS       PIC X.
               10 FAT-BALANCE      PIC S9(7)V99.
               10 FAT-STMT-DATE    PIC 9(8).
               10 FAT-STMT-BALANCE PIC S9(7)V99.
               10 FAT-MIN-DUE      PIC 9(5)V99.
               10 FAT-DUE-DATE     PIC 9(8).
               10 FAT-PAST-DUE-DATE.
                   15 FAT-PD-YYYY  PIC 9(4).
                   15 FAT-PD-MM    PIC 99.
                   15 FAT-PD-DD    PIC 99.
               10 FAT-PAST-DUE-AMT PIC 9(5)V99.
               10 FAT-DAYS-PAST    PIC 9(5).
               10 FAT-BUCKET       PIC 9.

       01 ACCOUNT-VARS.
           05 FA-FILE-STATUS       PIC XX.
           05 FA-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 FAT-CTR              PIC 9(4)    VALUE 0.
           05 FAT-SUB              PIC 9(4)    VALUE 0.
           05 FAT-MATCH            PIC XXX     VALUE 'NO'.
           05 FAT-FULL             PIC XXX     VALUE 'NO'.
           05 C-FIND-ACCT          PIC 9(6)    VALUE 0.

      *THE CYCLE'S ACTIVITY ROWS, EACH POINTING AT ITS ACCOUNT ROW
       01 ACTIVITY-TABLE.
           05 AVT-ENTRY OCCURS 2000 TIMES.
               10 AVT-ACCT-SUB     PIC 9(4).
               10 AVT-DATE         PIC 9(8).
               10 AVT-TYPE         PIC X.
               10 AVT-AMOUNT       PIC 9(5)V99.
               10 AVT-DESCR        PIC X(22).

       01 ACTIVITY-VARS.
           05 FV-FILE-STATUS       PIC XX.
           05 FV-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 AVT-CTR              PIC 9(4)    VALUE 0.
           05 AVT-SUB              PIC 9(4)    VALUE 0.
           05 C-ORPHAN-CTR         PIC 9(4)    VALUE 0.
           05 C-ORPHAN-FROM        PIC 9(8)    VALUE 0.

      *OPEN LAYAWAY PLANS KEYED TO A CUSTOMER ACCOUNT
       01 LAYAWAY-TABLE.
           05 LYT-ENTRY OCCURS 200 TIMES.
               10 LYT-NO           PIC 9(4).
               10 LYT-ACCT-NO      PIC 9(6).
               10 LYT-TOTAL        PIC 9(5)V99.
               10 LYT-PAID         PIC 9(5)V99.

       01 LAYAWAY-VARS.
           05 LW-FILE-STATUS       PIC XX.
           05 LW-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 LYT-CTR              PIC 9(3)    VALUE 0.
           05 LYT-SUB              PIC 9(3)    VALUE 0.
           05 LYT-STARTED          PIC XXX     VALUE 'NO'.

       01 STATEMENT-VARS.
           05 MIN-PAY-PCT          PIC 99      VALUE 03.
           05 MIN-PAY-FLOOR        PIC 999V99  VALUE 25.00.
           05 DUE-DAYS             PIC 99      VALUE 25.
           05 DUE-LAST-DAY         PIC 99      VALUE 28.
           05 C-RUN-DATE           PIC 9(8)    VALUE 0.
           05 C-MONTH-START        PIC 9(8)    VALUE 0.
           05 C-MONTH-BILLED       PIC XXX     VALUE 'NO'.
           05 C-STMTS-CUT          PIC XXX     VALUE 'NO'.
           05 C-DAYS-TODAY         PIC 9(7)    VALUE 0.
           05 C-DAYS-PD            PIC 9(7)    VALUE 0.
           05 C-CYCLE-CHARGES      PIC 9(7)V99 VALUE 0.
           05 C-CYCLE-PAID         PIC 9(7)V99 VALUE 0.
           05 C-CYCLE-ROWS         PIC 9(4)    VALUE 0.
           05 C-FIN-BASE           PIC S9(7)V99 VALUE 0.
           05 C-FIN-CHG            PIC 9(5)V99 VALUE 0.
           05 C-NEW-BALANCE        PIC S9(7)V99 VALUE 0.
           05 C-MIN-DUE            PIC 9(5)V99 VALUE 0.
           05 C-PAST-DUE-AMT       PIC 9(5)V99 VALUE 0.
           05 C-DUE-DATE.
               10 C-DUE-YYYY       PIC 9(4).
               10 C-DUE-MM         PIC 99.
               10 C-DUE-DD         PIC 99.
           05 C-STMT-CTR           PIC 9(4)    VALUE 0.
           05 C-GT-FIN-CHG         PIC 9(7)V99 VALUE 0.
           05 C-GT-BALANCE         PIC S9(9)V99 VALUE 0.
           05 C-GL-AMT             PIC S9(11)V99 VALUE 0.

       01 DELINQUENCY-VARS.
           05 C-BKT                PIC 9       VALUE 0.
           05 C-BKT-CTR            PIC 9(4)    VALUE 0.
           05 C-BKT-BALANCE        PIC S9(9)V99 VALUE 0.
           05 C-BKT-PAST-DUE       PIC 9(7)V99 VALUE 0.
           05 C-DELQ-CTR           PIC 9(4)    VALUE 0.
           05 C-DELQ-PAST-DUE      PIC 9(7)V99 VALUE 0.
           05 C-PG-DELQ            PIC 99      VALUE 0.

      *AGING BUCKETS - LABEL AND THE LAST DAY PAST DUE EACH HOLDS
       01 BUCKET-AREA.
           05 FILLER               PIC X(22)
               VALUE "1-30 DAYS PAST DUE".
           05 FILLER               PIC 9(5)    VALUE 30.
           05 FILLER               PIC X(22)
               VALUE "31-60 DAYS PAST DUE".
           05 FILLER               PIC 9(5)    VALUE 60.
           05 FILLER               PIC X(22)
               VALUE "61-90 DAYS PAST DUE".
           05 FILLER               PIC 9(5)    VALUE 90.
           05 FILLER               PIC X(22)
               VALUE "OVER 90 DAYS PAST DUE".
           05 FILLER               PIC 9(5)    VALUE 99999.

       01 BUCKET-TABLE REDEFINES BUCKET-AREA.
           05 BKT-ENTRY OCCURS 4.
               10 BKT-LABEL        PIC X(22).
               10 BKT-THRU         PIC 9(5).

      *STATEMENT LINES
       01 STMT-TITLE-LINE.
           05 FILLER               PIC X(52)   VALUE SPACES.
           05 FILLER               PIC X(80)
               VALUE "JUST FITS FURNITURE EMPORIUM".

       01 STMT-SUBTITLE-LINE.
           05 FILLER               PIC X(57)   VALUE SPACES.
           05 FILLER               PIC X(75)
               VALUE "ACCOUNT STATEMENT".

       01 STMT-CONTINUED-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE "ACCOUNT".
           05 OS-CONT-ACCT         PIC 9(6).
           05 FILLER               PIC X(113)  VALUE " CONTINUED".

       01 STMT-ADDR-LINE-1.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OS-NAME              PIC X(25).
           05 FILLER               PIC X(50)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE "ACCOUNT NUMBER:".
           05 OS-ACCT              PIC 9(6).
           05 FILLER               PIC X(26)   VALUE SPACES.

       01 STMT-ADDR-LINE-2.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OS-STREET            PIC X(30).
           05 FILLER               PIC X(45)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE "STATEMENT DATE:".
           05 OS-STMT-DATE.
               10 MM               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 DD               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 YYYY             PIC 9(4).
           05 FILLER               PIC X(22)   VALUE SPACES.

       01 STMT-ADDR-LINE-3.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OS-CITY              PIC X(30).
           05 FILLER               PIC X(45)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE "CREDIT LIMIT:".
           05 OS-LIMIT             PIC $$$,$$9.99.
           05 FILLER               PIC X(22)   VALUE SPACES.

       01 STMT-ADDR-LINE-4.
           05 FILLER               PIC X(80)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE "ANNUAL PCT RATE:".
           05 OS-APR               PIC Z9.99.
           05 FILLER               PIC X(27)   VALUE "%".

       01 STMT-ACTV-HEADING.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE "POSTED".
           05 FILLER               PIC X(36)   VALUE "DESCRIPTION".
           05 FILLER               PIC X(16)   VALUE "   CHARGES".
           05 FILLER               PIC X(62)
               VALUE "PAYMENTS/CREDITS".

       01 STMT-ACTV-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OT-DATE              PIC 9(8).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OT-KIND              PIC X(12).
           05 OT-DESCR             PIC X(22).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OT-CHARGE            PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 OT-CREDIT            PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(52)   VALUE SPACES.

       01 STMT-NO-ACTV-LINE.
           05 FILLER               PIC X(23)   VALUE SPACES.
           05 FILLER               PIC X(109)
               VALUE "NO ACTIVITY THIS PERIOD".

       01 STMT-SUM-LINE.
           05 FILLER               PIC X(60)   VALUE SPACES.
           05 OS-SUM-LABEL         PIC X(24).
           05 OS-SUM-AMT           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(34)   VALUE SPACES.

       01 STMT-DUE-LINE.
           05 FILLER               PIC X(60)   VALUE SPACES.
           05 FILLER               PIC X(27)
               VALUE "PAYMENT DUE DATE".
           05 OS-DUE-DATE.
               10 OS-DUE-MM        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 OS-DUE-DD        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 OS-DUE-YYYY      PIC 9(4).
           05 FILLER               PIC X(35)   VALUE SPACES.

       01 STMT-PAST-DUE-NOTE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(127)  VALUE
               "YOUR ACCOUNT IS PAST DUE - PLEASE REMIT THE PAST DUE AMO
      -        "UNT NOW TO KEEP YOUR ACCOUNT OPEN".

       01 STMT-FIN-NOTE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(127)  VALUE
               "FINANCE CHARGE IS 1/12 OF THE ANNUAL RATE ON THE PREVIOU
      -        "S BALANCE LESS PAYMENTS AND CREDITS".

       01 STMT-LAY-HEADING.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(127)  VALUE
               "LAYAWAY PLANS ON THIS ACCOUNT - PAID SEPARATELY".

       01 STMT-LAY-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE "PLAN".
           05 OSL-NO               PIC 9(4).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "TOTAL".
           05 OSL-TOTAL            PIC $$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "PAID".
           05 OSL-PAID             PIC $$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "BALANCE".
           05 OSL-BALANCE          PIC $$$,$$9.99.
           05 FILLER               PIC X(54)   VALUE SPACES.

       01 STMT-GT-LINE.
           05 FILLER               PIC X(12)   VALUE 'STATEMENTS:'.
           05 GT-STMT-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(19)
               VALUE '  FINANCE CHARGES:'.
           05 GT-FIN-CHG           PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(16)   VALUE '  NEW BALANCES:'.
           05 GT-BALANCE           PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(52)   VALUE SPACES.

      *DELINQUENCY REPORT LINES
       01 DELQ-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 DELQ-DATE.
               10 MM               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 DD               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 YYYY             PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(80)
               VALUE 'FURNITURE CHARGE ACCOUNT DELINQUENCY REPORT'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 DELQ-HEADING.
           05 FILLER               PIC X(9)    VALUE "ACCOUNT".
           05 FILLER               PIC X(27)   VALUE "CUSTOMER".
           05 FILLER               PIC X(13)   VALUE "PHONE".
           05 FILLER               PIC X(16)   VALUE "      BALANCE".
           05 FILLER               PIC X(13)   VALUE "   PAST DUE".
           05 FILLER               PIC X(13)   VALUE "    MIN DUE".
           05 FILLER               PIC X(11)   VALUE "DUE SINCE".
           05 FILLER               PIC X(30)   VALUE " DAYS".

       01 DELQ-BUCKET-LINE.
           05 OD-BUCKET            PIC X(22).
           05 FILLER               PIC X(110)  VALUE SPACES.

       01 DELQ-DETAIL-LINE.
           05 OD-ACCT              PIC 9(6).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OD-NAME              PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OD-PHONE             PIC X(10).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OD-BALANCE           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OD-PAST-DUE          PIC $$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OD-MIN-DUE           PIC $$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OD-DUE-SINCE         PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OD-DAYS              PIC ZZZZ9.
           05 FILLER               PIC X(25)   VALUE SPACES.

       01 DELQ-SUBTOTAL-LINE.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'ACCOUNTS:'.
           05 ODS-CTR              PIC Z,ZZ9.
           05 FILLER               PIC X(11)   VALUE '  BALANCE:'.
           05 ODS-BALANCE          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(12)   VALUE '  PAST DUE:'.
           05 ODS-PAST-DUE         PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(57)   VALUE SPACES.

       01 DELQ-GT-LINE.
           05 FILLER               PIC X(21)
               VALUE 'DELINQUENT ACCOUNTS:'.
           05 GT-DELQ-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  TOTAL PAST DUE:'.
           05 GT-DELQ-PAST-DUE     PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(41)
               VALUE '  CYCLE ACTIVITY WITH NO ACCOUNT ON FILE:'.
           05 GT-ORPHAN-CTR        PIC Z,ZZ9.
           05 FILLER               PIC X(29)   VALUE SPACES.

       01 BLANK-LINE               PIC X(132)  VALUE SPACE.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           IF C-MONTH-BILLED = 'NO' AND FAT-FULL = 'NO'
               PERFORM L2-STATEMENTS
           END-IF.
           PERFORM L2-DELINQUENCY.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR MONTHEND: 0 CLEAN, 4 WHEN CYCLE ACTIVITY WAS
      *LOGGED FOR AN ACCOUNT NO LONGER ON THE MASTER, 8 WHEN NO
      *STATEMENTS WERE CUT BECAUSE THE MONTH WAS ALREADY BILLED OR
      *THE MASTER DID NOT FIT THE TABLE
           EVALUATE TRUE
               WHEN C-MONTH-BILLED = 'YES' OR FAT-FULL = 'YES'
                   MOVE 8 TO RETURN-CODE
               WHEN C-ORPHAN-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT DELQOUT.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
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
           MOVE I-YYYY TO YYYY OF OS-STMT-DATE.
           MOVE I-MM TO MM OF OS-STMT-DATE.
           MOVE I-DD TO DD OF OS-STMT-DATE.
           MOVE I-YYYY TO YYYY OF DELQ-DATE.
           MOVE I-MM TO MM OF DELQ-DATE.
           MOVE I-DD TO DD OF DELQ-DATE.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF19" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           COMPUTE C-DAYS-TODAY =
               (I-YYYY * 360) + (I-MM * 30) + I-DD.
           COMPUTE C-RUN-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + I-DD.
           COMPUTE C-MONTH-START =
               (I-YYYY * 10000) + (I-MM * 100) + 1.
      *AN ORPHAN ACTIVITY ROW ONLY COUNTS IF IT IS FROM THE LAST
      *MONTH - OLDER ONES WERE ALREADY CALLED OUT LAST MONTH
           IF I-MM = 1
               COMPUTE C-ORPHAN-FROM =
                   ((I-YYYY - 1) * 10000) + 1200 + I-DD
           ELSE
               COMPUTE C-ORPHAN-FROM = C-RUN-DATE - 100
           END-IF.

      *STATEMENTS ARE DUE 25 DAYS OUT, NEVER LATER THAN THE 28TH
           MOVE I-YYYY TO C-DUE-YYYY.
           MOVE I-MM TO C-DUE-MM.
           COMPUTE C-DUE-DD = I-DD + DUE-DAYS.
           IF C-DUE-DD > DUE-LAST-DAY
               MOVE DUE-LAST-DAY TO C-DUE-DD
           END-IF.

           PERFORM L3-ACCOUNT-LOAD.
           PERFORM L3-BILLED-CHECK.
           PERFORM L3-ACTIVITY-LOAD.
           PERFORM L3-LAYAWAY-LOAD.

       L3-ACCOUNT-LOAD.
           OPEN INPUT FURACCT.
           IF FA-FILE-STATUS = "00"
               PERFORM UNTIL FA-MORE-RECS = 'NO'
                   READ FURACCT
                       AT END
                           MOVE 'NO' TO FA-MORE-RECS
                       NOT AT END
                           IF FAT-CTR < 2000
                               ADD 1 TO FAT-CTR
                               PERFORM L4-LOAD-ONE-ACCOUNT
                           ELSE
                               MOVE 'YES' TO FAT-FULL
                               DISPLAY 'ACCOUNT-TABLE EXCEEDS 2000 ROWS'
                                   ' -- REMAINING ACCOUNTS NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURACCT.
           IF FAT-FULL = 'YES'
               DISPLAY 'STATEMENTS NOT CUT -- ACCOUNT-TABLE FULL'
           END-IF.

      *AN ACCOUNT ALREADY STATED IN THE RUN MONTH MEANS THE MONTH
      *WAS BILLED - A RERUN MUST NOT CHARGE FINANCE TWICE OR WRITE
      *OVER THE STATEMENTS ALREADY PRINTED
       L3-BILLED-CHECK.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR OR C-MONTH-BILLED = 'YES'
                   IF FAT-STMT-DATE(FAT-SUB) NOT < C-MONTH-START
                       MOVE 'YES' TO C-MONTH-BILLED
                   END-IF
           END-PERFORM.
           IF C-MONTH-BILLED = 'YES'
               DISPLAY 'STATEMENTS NOT CUT -- MONTH ALREADY BILLED,'
                   ' FURSTMT.PRT LEFT AS IT WAS'
           END-IF.

      *A NEW ACCOUNT KEYED BY THE OFFICE HAS NO BALANCE OR STATEMENT
      *HISTORY YET
       L4-LOAD-ONE-ACCOUNT.
           MOVE FA-ACCT-NO TO FAT-ACCT-NO(FAT-CTR).
           MOVE FA-NAME TO FAT-NAME(FAT-CTR).
           MOVE FA-CONTACT TO FAT-CONTACT(FAT-CTR).
           IF FA-CREDIT-LIMIT NUMERIC
               MOVE FA-CREDIT-LIMIT TO FAT-CREDIT-LIMIT(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-CREDIT-LIMIT(FAT-CTR)
           END-IF.
           IF FA-APR NUMERIC
               MOVE FA-APR TO FAT-APR(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-APR(FAT-CTR)
           END-IF.
           MOVE FA-STATUS TO FAT-STATUS(FAT-CTR).
           IF FA-BALANCE NUMERIC
               MOVE FA-BALANCE TO FAT-BALANCE(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-BALANCE(FAT-CTR)
           END-IF.
           IF FA-STMT-DATA = SPACES
               MOVE 0 TO FAT-STMT-DATE(FAT-CTR)
               MOVE 0 TO FAT-STMT-BALANCE(FAT-CTR)
               MOVE 0 TO FAT-MIN-DUE(FAT-CTR)
               MOVE 0 TO FAT-DUE-DATE(FAT-CTR)
               MOVE ZEROS TO FAT-PAST-DUE-DATE(FAT-CTR)
               MOVE 0 TO FAT-PAST-DUE-AMT(FAT-CTR)
           ELSE
               MOVE FA-STMT-DATE TO FAT-STMT-DATE(FAT-CTR)
               MOVE FA-STMT-BALANCE TO FAT-STMT-BALANCE(FAT-CTR)
               MOVE FA-MIN-DUE TO FAT-MIN-DUE(FAT-CTR)
               MOVE FA-DUE-DATE TO FAT-DUE-DATE(FAT-CTR)
               MOVE FA-PAST-DUE-DATE TO FAT-PAST-DUE-DATE(FAT-CTR)
               IF FA-PAST-DUE-AMT NUMERIC
                   MOVE FA-PAST-DUE-AMT TO FAT-PAST-DUE-AMT(FAT-CTR)
               ELSE
                   MOVE 0 TO FAT-PAST-DUE-AMT(FAT-CTR)
               END-IF
           END-IF.
           MOVE 0 TO FAT-DAYS-PAST(FAT-CTR).
           MOVE 0 TO FAT-BUCKET(FAT-CTR).

      *KEEPS THE ROWS POSTED SINCE EACH ACCOUNT'S LAST STATEMENT
      *DATE AND BEFORE TODAY - TONIGHT'S CBLCJF03 POSTINGS GO ON
      *NEXT MONTH'S STATEMENT
       L3-ACTIVITY-LOAD.
           OPEN INPUT FURACTV.
           IF FV-FILE-STATUS = "00"
               PERFORM UNTIL FV-MORE-RECS = 'NO'
                   READ FURACTV
                       AT END
                           MOVE 'NO' TO FV-MORE-RECS
                       NOT AT END
                           PERFORM L4-LOAD-ONE-ACTIVITY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURACTV.

       L4-LOAD-ONE-ACTIVITY.
           MOVE FV-ACCT-NO TO C-FIND-ACCT.
           PERFORM L4-FIND-ACCOUNT.
           IF FAT-MATCH = 'NO'
               IF FV-DATE NOT < C-ORPHAN-FROM
                   AND FV-DATE < C-RUN-DATE
                   ADD 1 TO C-ORPHAN-CTR
               END-IF
           ELSE
               IF FV-DATE NOT < FAT-STMT-DATE(FAT-SUB)
                   AND FV-DATE < C-RUN-DATE
                   IF AVT-CTR < 2000
                       ADD 1 TO AVT-CTR
                       MOVE FAT-SUB TO AVT-ACCT-SUB(AVT-CTR)
                       MOVE FV-DATE TO AVT-DATE(AVT-CTR)
                       MOVE FV-TYPE TO AVT-TYPE(AVT-CTR)
                       MOVE FV-AMOUNT TO AVT-AMOUNT(AVT-CTR)
                       MOVE FV-DESCR TO AVT-DESCR(AVT-CTR)
                   ELSE
                       DISPLAY 'ACTIVITY-TABLE EXCEEDS 2000 ROWS'
                           ' -- REMAINING ACTIVITY NOT LOADED'
                   END-IF
               END-IF
           END-IF.

       L4-FIND-ACCOUNT.
           MOVE 'NO' TO FAT-MATCH.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR OR FAT-MATCH = 'YES'
                   IF C-FIND-ACCT = FAT-ACCT-NO(FAT-SUB)
                       MOVE 'YES' TO FAT-MATCH
                   END-IF
           END-PERFORM.
           IF FAT-MATCH = 'YES'
               SUBTRACT 1 FROM FAT-SUB
           END-IF.

       L3-LAYAWAY-LOAD.
           OPEN INPUT LAYLEDG.
           IF LW-FILE-STATUS = "00"
               PERFORM UNTIL LW-MORE-RECS = 'NO'
                   READ LAYLEDG
                       AT END
                           MOVE 'NO' TO LW-MORE-RECS
                       NOT AT END
                           IF LW-STATUS = 'O' AND LW-ACCT-NO NUMERIC
                               AND LW-ACCT-NO > 0 AND LYT-CTR < 200
                               ADD 1 TO LYT-CTR
                               MOVE LW-NO TO LYT-NO(LYT-CTR)
                               MOVE LW-ACCT-NO TO LYT-ACCT-NO(LYT-CTR)
                               MOVE LW-TOTAL TO LYT-TOTAL(LYT-CTR)
                               MOVE LW-PAID TO LYT-PAID(LYT-CTR)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LAYLEDG.

       L2-STATEMENTS.
           OPEN OUTPUT STMTOUT.
           MOVE 'YES' TO C-STMTS-CUT.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR
                   PERFORM L3-ONE-ACCOUNT
           END-PERFORM.

           MOVE C-STMT-CTR TO GT-STMT-CTR.
           MOVE C-GT-FIN-CHG TO GT-FIN-CHG.
           MOVE C-GT-BALANCE TO GT-BALANCE.
           WRITE STMTLINE FROM STMT-GT-LINE
               AFTER ADVANCING PAGE.

           MOVE C-STMT-CTR TO TR-REC-COUNT.
           MOVE C-GT-BALANCE TO TR-HASH-TOTAL.
           WRITE STMTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE STMTOUT.

      *ONE STATEMENT PER ACCOUNT WITH A BALANCE, A BALANCE LAST
      *MONTH, OR ACTIVITY THIS CYCLE
       L3-ONE-ACCOUNT.
           MOVE 0 TO C-CYCLE-CHARGES.
           MOVE 0 TO C-CYCLE-PAID.
           MOVE 0 TO C-CYCLE-ROWS.
           PERFORM VARYING AVT-SUB FROM 1 BY 1
               UNTIL AVT-SUB > AVT-CTR
                   IF AVT-ACCT-SUB(AVT-SUB) = FAT-SUB
                       ADD 1 TO C-CYCLE-ROWS
                       IF AVT-TYPE(AVT-SUB) = 'C'
                           ADD AVT-AMOUNT(AVT-SUB) TO C-CYCLE-CHARGES
                       ELSE
                           ADD AVT-AMOUNT(AVT-SUB) TO C-CYCLE-PAID
                       END-IF
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN FAT-BALANCE(FAT-SUB) = 0
                   AND FAT-STMT-BALANCE(FAT-SUB) = 0
                   AND C-CYCLE-ROWS = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM L4-STATEMENT-CALCS
                   PERFORM L4-PRINT-STATEMENT
                   PERFORM L4-STATEMENT-UPDATE
           END-EVALUATE.

       L4-STATEMENT-CALCS.
           COMPUTE C-FIN-BASE =
               FAT-STMT-BALANCE(FAT-SUB) - C-CYCLE-PAID.
           IF C-FIN-BASE > 0
               COMPUTE C-FIN-CHG ROUNDED =
                   C-FIN-BASE * FAT-APR(FAT-SUB) / 1200
           ELSE
               MOVE 0 TO C-FIN-CHG
           END-IF.
           COMPUTE C-NEW-BALANCE = FAT-BALANCE(FAT-SUB) + C-FIN-CHG.

      *LAST MONTH'S MINIMUM NOT COVERED BY THE CYCLE'S PAYMENTS AND
      *CREDITS IS PAST DUE FROM THAT DUE DATE UNTIL IT IS MADE UP
           IF FAT-MIN-DUE(FAT-SUB) > C-CYCLE-PAID
               AND C-NEW-BALANCE > 0
               COMPUTE C-PAST-DUE-AMT =
                   FAT-MIN-DUE(FAT-SUB) - C-CYCLE-PAID
               IF C-PAST-DUE-AMT > C-NEW-BALANCE
                   MOVE C-NEW-BALANCE TO C-PAST-DUE-AMT
               END-IF
               IF FAT-PAST-DUE-DATE(FAT-SUB) = ZEROS
                   MOVE FAT-DUE-DATE(FAT-SUB)
                       TO FAT-PAST-DUE-DATE(FAT-SUB)
               END-IF
           ELSE
               MOVE 0 TO C-PAST-DUE-AMT
               MOVE ZEROS TO FAT-PAST-DUE-DATE(FAT-SUB)
           END-IF.

           IF C-NEW-BALANCE > 0
               COMPUTE C-MIN-DUE ROUNDED =
                   C-NEW-BALANCE * MIN-PAY-PCT / 100
               IF C-MIN-DUE < MIN-PAY-FLOOR
                   MOVE MIN-PAY-FLOOR TO C-MIN-DUE
               END-IF
               ADD C-PAST-DUE-AMT TO C-MIN-DUE
               IF C-MIN-DUE > C-NEW-BALANCE
                   MOVE C-NEW-BALANCE TO C-MIN-DUE
               END-IF
           ELSE
               MOVE 0 TO C-MIN-DUE
           END-IF.

       L4-PRINT-STATEMENT.
           ADD 1 TO C-STMT-CTR.
           WRITE STMTLINE FROM STMT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM STMT-SUBTITLE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE FAT-NAME(FAT-SUB) TO OS-NAME.
           MOVE FAT-ACCT-NO(FAT-SUB) TO OS-ACCT.
           MOVE FAT-STREET(FAT-SUB) TO OS-STREET.
           MOVE FAT-CITY(FAT-SUB) TO OS-CITY.
           MOVE FAT-CREDIT-LIMIT(FAT-SUB) TO OS-LIMIT.
           MOVE FAT-APR(FAT-SUB) TO OS-APR.
           WRITE STMTLINE FROM STMT-ADDR-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE STMTLINE FROM STMT-ADDR-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-ADDR-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-ADDR-LINE-4
               AFTER ADVANCING 1 LINE.

           WRITE STMTLINE FROM STMT-ACTV-HEADING
               AFTER ADVANCING 3 LINES.
           IF C-CYCLE-ROWS = 0
               WRITE STMTLINE FROM STMT-NO-ACTV-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE STMTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING AVT-SUB FROM 1 BY 1
                   UNTIL AVT-SUB > AVT-CTR
                       IF AVT-ACCT-SUB(AVT-SUB) = FAT-SUB
                           PERFORM L5-ACTIVITY-LINE
                       END-IF
               END-PERFORM
           END-IF.

           MOVE "PREVIOUS BALANCE" TO OS-SUM-LABEL.
           MOVE FAT-STMT-BALANCE(FAT-SUB) TO OS-SUM-AMT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PAYMENTS AND CREDITS" TO OS-SUM-LABEL.
           COMPUTE OS-SUM-AMT = 0 - C-CYCLE-PAID.
           PERFORM L5-SUM-LINE.
           MOVE "NEW CHARGES" TO OS-SUM-LABEL.
           MOVE C-CYCLE-CHARGES TO OS-SUM-AMT.
           PERFORM L5-SUM-LINE.
           MOVE "FINANCE CHARGE" TO OS-SUM-LABEL.
           MOVE C-FIN-CHG TO OS-SUM-AMT.
           PERFORM L5-SUM-LINE.
           MOVE "NEW BALANCE" TO OS-SUM-LABEL.
           MOVE C-NEW-BALANCE TO OS-SUM-AMT.
           PERFORM L5-SUM-LINE.
           IF C-PAST-DUE-AMT > 0
               MOVE "PAST DUE AMOUNT" TO OS-SUM-LABEL
               MOVE C-PAST-DUE-AMT TO OS-SUM-AMT
               PERFORM L5-SUM-LINE
           END-IF.
           MOVE "MINIMUM PAYMENT DUE" TO OS-SUM-LABEL.
           MOVE C-MIN-DUE TO OS-SUM-AMT.
           PERFORM L5-SUM-LINE.
           IF C-MIN-DUE > 0
               MOVE C-DUE-MM TO OS-DUE-MM
               MOVE C-DUE-DD TO OS-DUE-DD
               MOVE C-DUE-YYYY TO OS-DUE-YYYY
               WRITE STMTLINE FROM STMT-DUE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-STATEMENT-CONTINUED
               END-WRITE
           END-IF.

           IF C-PAST-DUE-AMT > 0
               WRITE STMTLINE FROM STMT-PAST-DUE-NOTE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L5-STATEMENT-CONTINUED
               END-WRITE
           END-IF.
           WRITE STMTLINE FROM STMT-FIN-NOTE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-STATEMENT-CONTINUED.

           MOVE 'NO' TO LYT-STARTED.
           PERFORM VARYING LYT-SUB FROM 1 BY 1
               UNTIL LYT-SUB > LYT-CTR
                   IF LYT-ACCT-NO(LYT-SUB) = FAT-ACCT-NO(FAT-SUB)
                       PERFORM L5-LAYAWAY-LINE
                   END-IF
           END-PERFORM.

       L4-STATEMENT-UPDATE.
           MOVE C-NEW-BALANCE TO FAT-BALANCE(FAT-SUB).
           MOVE C-RUN-DATE TO FAT-STMT-DATE(FAT-SUB).
           MOVE C-NEW-BALANCE TO FAT-STMT-BALANCE(FAT-SUB).
           MOVE C-MIN-DUE TO FAT-MIN-DUE(FAT-SUB).
           IF C-MIN-DUE > 0
               MOVE C-DUE-DATE TO FAT-DUE-DATE(FAT-SUB)
           ELSE
               MOVE 0 TO FAT-DUE-DATE(FAT-SUB)
           END-IF.
           MOVE C-PAST-DUE-AMT TO FAT-PAST-DUE-AMT(FAT-SUB).
           ADD C-FIN-CHG TO C-GT-FIN-CHG.
           ADD C-NEW-BALANCE TO C-GT-BALANCE.

       L5-ACTIVITY-LINE.
           MOVE AVT-DATE(AVT-SUB) TO OT-DATE.
           MOVE AVT-DESCR(AVT-SUB) TO OT-DESCR.
           EVALUATE AVT-TYPE(AVT-SUB)
               WHEN 'C'
                   MOVE "PURCHASE" TO OT-KIND
                   MOVE AVT-AMOUNT(AVT-SUB) TO OT-CHARGE
                   MOVE 0 TO OT-CREDIT
               WHEN 'R'
                   MOVE "RETURN" TO OT-KIND
                   MOVE 0 TO OT-CHARGE
                   MOVE AVT-AMOUNT(AVT-SUB) TO OT-CREDIT
               WHEN OTHER
                   MOVE SPACES TO OT-KIND
                   MOVE 0 TO OT-CHARGE
                   MOVE AVT-AMOUNT(AVT-SUB) TO OT-CREDIT
           END-EVALUATE.
           WRITE STMTLINE FROM STMT-ACTV-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-CONTINUED.

       L5-SUM-LINE.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-CONTINUED.

       L5-LAYAWAY-LINE.
           IF LYT-STARTED = 'NO'
               MOVE 'YES' TO LYT-STARTED
               WRITE STMTLINE FROM STMT-LAY-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L5-STATEMENT-CONTINUED
               END-WRITE
           END-IF.
           MOVE LYT-NO(LYT-SUB) TO OSL-NO.
           MOVE LYT-TOTAL(LYT-SUB) TO OSL-TOTAL.
           MOVE LYT-PAID(LYT-SUB) TO OSL-PAID.
           COMPUTE OSL-BALANCE = LYT-TOTAL(LYT-SUB) - LYT-PAID(LYT-SUB).
           WRITE STMTLINE FROM STMT-LAY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-CONTINUED.

       L5-STATEMENT-CONTINUED.
           MOVE FAT-ACCT-NO(FAT-SUB) TO OS-CONT-ACCT.
           WRITE STMTLINE FROM STMT-CONTINUED-LINE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *EVERY ACCOUNT STILL PAST DUE AFTER THIS MONTH'S STATEMENTS,
      *AGED FROM THE FIRST DUE DATE MISSED (30-DAY-MONTH SPANS)
       L2-DELINQUENCY.
           PERFORM L3-DELQ-HEADINGS.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR
                   IF FAT-PAST-DUE-DATE(FAT-SUB) NOT = ZEROS
                       AND FAT-BALANCE(FAT-SUB) > 0
                       PERFORM L4-AGE-ACCOUNT
                   END-IF
           END-PERFORM.

           PERFORM L3-DELQ-BUCKET
               VARYING C-BKT FROM 1 BY 1
               UNTIL C-BKT > 4.

           MOVE C-DELQ-CTR TO GT-DELQ-CTR.
           MOVE C-DELQ-PAST-DUE TO GT-DELQ-PAST-DUE.
           MOVE C-ORPHAN-CTR TO GT-ORPHAN-CTR.
           WRITE DELQLINE FROM DELQ-GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-DELQ-CTR TO TR-REC-COUNT.
           MOVE C-DELQ-PAST-DUE TO TR-HASH-TOTAL.
           WRITE DELQLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

       L4-AGE-ACCOUNT.
           COMPUTE C-DAYS-PD =
               (FAT-PD-YYYY(FAT-SUB) * 360)
               + (FAT-PD-MM(FAT-SUB) * 30) + FAT-PD-DD(FAT-SUB).
           IF C-DAYS-TODAY > C-DAYS-PD
               COMPUTE FAT-DAYS-PAST(FAT-SUB) = C-DAYS-TODAY - C-DAYS-PD
           ELSE
               MOVE 0 TO FAT-DAYS-PAST(FAT-SUB)
           END-IF.
           MOVE 1 TO C-BKT.
           PERFORM UNTIL C-BKT = 4
               OR FAT-DAYS-PAST(FAT-SUB) NOT > BKT-THRU(C-BKT)
                   ADD 1 TO C-BKT
           END-PERFORM.
           MOVE C-BKT TO FAT-BUCKET(FAT-SUB).
           ADD 1 TO C-DELQ-CTR.
           ADD FAT-PAST-DUE-AMT(FAT-SUB) TO C-DELQ-PAST-DUE.

       L3-DELQ-BUCKET.
           MOVE 0 TO C-BKT-CTR.
           MOVE 0 TO C-BKT-BALANCE.
           MOVE 0 TO C-BKT-PAST-DUE.
           MOVE BKT-LABEL(C-BKT) TO OD-BUCKET.
           WRITE DELQLINE FROM DELQ-BUCKET-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-DELQ-HEADINGS.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR
                   IF FAT-BUCKET(FAT-SUB) = C-BKT
                       PERFORM L4-DELQ-LINE
                   END-IF
           END-PERFORM.
           MOVE C-BKT-CTR TO ODS-CTR.
           MOVE C-BKT-BALANCE TO ODS-BALANCE.
           MOVE C-BKT-PAST-DUE TO ODS-PAST-DUE.
           WRITE DELQLINE FROM DELQ-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-DELQ-HEADINGS.

       L4-DELQ-LINE.
           ADD 1 TO C-BKT-CTR.
           ADD FAT-BALANCE(FAT-SUB) TO C-BKT-BALANCE.
           ADD FAT-PAST-DUE-AMT(FAT-SUB) TO C-BKT-PAST-DUE.
           MOVE FAT-ACCT-NO(FAT-SUB) TO OD-ACCT.
           MOVE FAT-NAME(FAT-SUB) TO OD-NAME.
           MOVE FAT-PHONE(FAT-SUB) TO OD-PHONE.
           MOVE FAT-BALANCE(FAT-SUB) TO OD-BALANCE.
           MOVE FAT-PAST-DUE-AMT(FAT-SUB) TO OD-PAST-DUE.
           MOVE FAT-MIN-DUE(FAT-SUB) TO OD-MIN-DUE.
           MOVE FAT-PAST-DUE-DATE(FAT-SUB) TO OD-DUE-SINCE.
           MOVE FAT-DAYS-PAST(FAT-SUB) TO OD-DAYS.
           WRITE DELQLINE FROM DELQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-DELQ-HEADINGS.

       L3-DELQ-HEADINGS.
           ADD 1 TO C-PG-DELQ.
           MOVE C-PG-DELQ TO PG.
           WRITE DELQLINE FROM DELQ-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE DELQLINE FROM DELQ-HEADING
               AFTER ADVANCING 2 LINES.

      *THE MASTER, REVENUE TOTAL AND JOURNAL ARE ONLY WRITTEN FOR A
      *RUN THAT CUT THE MONTH'S STATEMENTS
       L2-CLOSING.
           IF C-STMTS-CUT = 'YES'
               IF FAT-CTR > 0
                   PERFORM L3-ACCOUNT-SAVE
               END-IF
               MOVE "CBLCJF19" TO REV-PGM-ID
               MOVE I-DATE TO REV-DATE
               MOVE 'FURN FINANCE CHARGES' TO REV-LABEL
               MOVE C-GT-FIN-CHG TO REV-AMOUNT
               WRITE REV-REC
               PERFORM L3-GL-JOURNAL
           END-IF.
           CLOSE REVOUT.
           CLOSE GLOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-STMT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.
           CLOSE DELQOUT.

      *GENERAL LEDGER JOURNAL - THE FINANCE CHARGES ADDED TO THE
      *ACCOUNT BALANCES ARE A RECEIVABLE AGAINST FINANCE CHARGE
      *INCOME
       L3-GL-JOURNAL.
           MOVE 'FURN-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'FINANCE CHARGES' TO GL-DESC.
           MOVE C-GT-FIN-CHG TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'FURN-FINCHG' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'FINANCE CHARGES' TO GL-DESC.
           MOVE C-GT-FIN-CHG TO C-GL-AMT.
           PERFORM L4-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       L4-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "CBLCJF19" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

       L3-ACCOUNT-SAVE.
           OPEN OUTPUT FURACCT.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR
                   MOVE FAT-ACCT-NO(FAT-SUB) TO FA-ACCT-NO
                   MOVE FAT-NAME(FAT-SUB) TO FA-NAME
                   MOVE FAT-CONTACT(FAT-SUB) TO FA-CONTACT
                   MOVE FAT-CREDIT-LIMIT(FAT-SUB) TO FA-CREDIT-LIMIT
                   MOVE FAT-APR(FAT-SUB) TO FA-APR
                   MOVE FAT-STATUS(FAT-SUB) TO FA-STATUS
                   MOVE FAT-BALANCE(FAT-SUB) TO FA-BALANCE
                   MOVE FAT-STMT-DATE(FAT-SUB) TO FA-STMT-DATE
                   MOVE FAT-STMT-BALANCE(FAT-SUB) TO FA-STMT-BALANCE
                   MOVE FAT-MIN-DUE(FAT-SUB) TO FA-MIN-DUE
                   MOVE FAT-DUE-DATE(FAT-SUB) TO FA-DUE-DATE
                   MOVE FAT-PAST-DUE-DATE(FAT-SUB) TO FA-PAST-DUE-DATE
                   MOVE FAT-PAST-DUE-AMT(FAT-SUB) TO FA-PAST-DUE-AMT
                   WRITE FA-REC
           END-PERFORM.
           CLOSE FURACCT.

       end program CBLCJF19.
