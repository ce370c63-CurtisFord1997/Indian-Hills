       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF69.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *MONTHLY SERVICE REMINDERS AND OWNER RETENTION. WE ONLY SEE A
      *BOAT AGAIN IF THE OWNER REMEMBERS TO CALL, BUT BETWEEN THE
      *SALES HISTORY (BOATHIST.DAT, WITH THE VIN FROM THE DEAL ON
      *BOATINV.DAT) AND THE SERVICE HISTORY THE WORK ORDER STEP
      *KEEPS (BOATSVCH.DAT) WE KNOW EVERY BOAT WE SOLD AND WHEN IT
      *WAS LAST IN THE SHOP. RUN MONTHLY, THIS STEP PICKS ONE
      *REMINDER PER BOAT, IN THIS ORDER:
      *  F - FIRST-YEAR CHECK-UP, THE MONTH BEFORE THE FIRST
      *      ANNIVERSARY OF THE SALE;
      *  A - ANNUAL SERVICE DUE, A YEAR OR MORE SINCE THE LAST
      *      WORK ORDER (OR THE SALE), ONCE PER SERVICE CYCLE;
      *  S - SPRING DE-WINTERIZATION, ON THE SPRING WINDOW'S RUN;
      *  W - FALL WINTERIZATION, ON THE FALL WINDOW'S RUN.
      *REMINDERS GO TO THE MAILING EXTRACT (BOATRMND.DAT) WITH THE
      *OWNER'S ADDRESS FROM THE BOAT CUSTOMER MASTER. A BOAT WITH NO
      *SERVICE IN OVER 18 MONTHS GETS NO MAILER - THE OWNER GOES TO
      *THE LAPSED LIST WITH A PHONE NUMBER FOR A CALL INSTEAD. EVERY
      *REMINDER MAILED IS KEPT ON THE REMINDER LOG (BOATRMLG.DAT, TWO
      *YEARS CARRIED FORWARD), AND THE REPORT SHOWS, FOR EACH MAILING,
      *HOW MANY REMINDERS TURNED INTO A WORK ORDER WITHIN 60 DAYS.
      *AN OWNER NOT ON THE CUSTOMER MASTER CANNOT BE MAILED AND IS
      *LISTED AS AN EXCEPTION.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFILE
               ASSIGN TO WS-HISTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT BOAT-INVENTORY
               ASSIGN TO WS-BOAT-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INV-FILE-STATUS.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT SVCHIST
               ASSIGN TO WS-SVCHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
           SELECT REMLOG
               ASSIGN TO WS-REMLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT MAILOUT
               ASSIGN TO WS-MAILOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
           05 INV-BOAT-TYPE       PIC X.
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
           05 INV-DEAL-NO         PIC X(6).

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

      *SERVICE HISTORY, ONE ROW PER INVOICED WORK ORDER
       FD  SVCHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 SH-REC.
           05 SH-VIN               PIC X(10).
           05 SH-DATE              PIC 9(8).
           05 SH-WO-NO             PIC X(5).
           05 SH-CUST-NO           PIC X(5).
           05 SH-DESC              PIC X(20).

      *REMINDER LOG - ONE ROW PER REMINDER MAILED
       FD  REMLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 RL-REC.
           05 RL-DATE              PIC 9(8).
           05 RL-VIN               PIC X(10).
           05 RL-CUST-NO           PIC X(5).
           05 RL-REASON            PIC X.

      *MAILING EXTRACT FOR THE REMINDER CARDS
       FD  MAILOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RM-REC
           RECORD CONTAINS 97 CHARACTERS.

       01 RM-REC.
           05 RM-CUST-NO           PIC X(5).
           05 RM-NAME              PIC X(25).
           05 RM-ADDRESS           PIC X(25).
           05 RM-CITY              PIC X(15).
           05 RM-STATE             PIC XX.
           05 RM-ZIP               PIC X(5).
           05 RM-VIN               PIC X(10).
           05 RM-BOAT-TYPE         PIC X.
           05 RM-REASON            PIC X.
           05 RM-LAST-SERVICE      PIC 9(8).

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
           05 DEAL-MATCH           PIC XXX         VALUE 'NO'.
           05 VIN-MATCH            PIC XXX         VALUE 'NO'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.
           05 BATCH-MATCH          PIC XXX         VALUE 'NO'.
           05 CONVERTED            PIC XXX         VALUE 'NO'.
           05 FIND-VIN             PIC X(10).
           05 REMIND-REASON        PIC X.
               88 NO-REMINDER      VALUE SPACE.

       01 FILE-STATUS-VARS.
           05 BH-FILE-STATUS       PIC XX.
           05 INV-FILE-STATUS      PIC XX.
           05 BC-FILE-STATUS       PIC XX.
           05 SH-FILE-STATUS       PIC XX.
           05 RL-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-HISTFILE-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-BOAT-INVENTORY-PATH   PIC X(80)
               VALUE 'C:\COBOL\BOATINV.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-SVCHIST-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATSVCH.DAT'.
           05 WS-REMLOG-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATRMLG.DAT'.
           05 WS-MAILOUT-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATRMND.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATRMND.PRT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *SEASON WINDOWS - THE MONTH WHOSE RUN SENDS THE SEASONAL
      *MAILING. MONTHEND RUNS ON THE FIRST BUSINESS DAY, SO THE CARDS
      *ARRIVE AHEAD OF LAUNCH AND HAUL-OUT
       01 SEASON-WINDOWS.
           05 SPRING-MONTH         PIC 99          VALUE 03.
           05 FALL-MONTH           PIC 99          VALUE 09.

       01 REMINDER-CONSTANTS.
           05 LAPSED-MONTHS        PIC 99          VALUE 18.
           05 RESPONSE-DAYS        PIC 99          VALUE 60.
           05 LOG-KEEP-MONTHS      PIC 99          VALUE 24.

       01 REASON-NAMES.
           05 FILLER.
               10 FILLER           PIC X    VALUE "F".
               10 FILLER           PIC X(20)
                   VALUE "FIRST-YEAR CHECK-UP".
           05 FILLER.
               10 FILLER           PIC X    VALUE "A".
               10 FILLER           PIC X(20)
                   VALUE "ANNUAL SERVICE DUE".
           05 FILLER.
               10 FILLER           PIC X    VALUE "S".
               10 FILLER           PIC X(20)
                   VALUE "SPRING DE-WINTERIZE".
           05 FILLER.
               10 FILLER           PIC X    VALUE "W".
               10 FILLER           PIC X(20)
                   VALUE "FALL WINTERIZATION".

       01 REASON-TABLE REDEFINES REASON-NAMES.
           05 REASON-ENTRY OCCURS 4 TIMES INDEXED BY RN-IDX.
               10 RN-CODE          PIC X.
               10 RN-NAME          PIC X(20).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(32)       VALUE SPACE.
           05 FILLER               PIC X(29)
               VALUE "BOAT SERVICE REMINDERS".
           05 FILLER               PIC X(47)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 MAILED-SECTION-TITLE.
           05 FILLER               PIC X(50)
               VALUE "SERVICE REMINDERS MAILED".
           05 FILLER               PIC X(82)       VALUE SPACE.

       01 LAPSED-SECTION-TITLE.
           05 FILLER               PIC X(50)
               VALUE "LAPSED - NO SERVICE OVER 18 MONTHS - PLEASE CALL".
           05 FILLER               PIC X(82)       VALUE SPACE.

       01 RESPONSE-SECTION-TITLE.
           05 FILLER               PIC X(50)
               VALUE "REMINDER RESPONSE - WORK ORDERS WITHIN 60 DAYS".
           05 FILLER               PIC X(82)       VALUE SPACE.

       01 REMINDER-HEADING-LINE.
           05 FILLER               PIC X(7)        VALUE "CUST".
           05 FILLER               PIC X(27)       VALUE "OWNER".
           05 FILLER               PIC X(17)       VALUE "CITY".
           05 FILLER               PIC X(4)        VALUE "ST".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "SOLD".
           05 FILLER               PIC X(10)       VALUE "LAST SVC".
           05 FILLER               PIC X(45)       VALUE "REMINDER".

       01 REMINDER-DETAIL-LINE.
           05 RDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-NAME             PIC X(25).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-CITY             PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-STATE            PIC XX.
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-SALE-DATE        PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-LAST-SERVICE     PIC X(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-REASON           PIC X(20).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-NOTE             PIC X(23).

       01 LAPSED-HEADING-LINE.
           05 FILLER               PIC X(7)        VALUE "CUST".
           05 FILLER               PIC X(27)       VALUE "OWNER".
           05 FILLER               PIC X(14)       VALUE "PHONE".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "SOLD".
           05 FILLER               PIC X(10)       VALUE "LAST SVC".
           05 FILLER               PIC X(52)       VALUE "MONTHS".

       01 LAPSED-DETAIL-LINE.
           05 LDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-NAME             PIC X(25).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-PHONE.
               10 LDL-AREA         PIC XXX.
               10 FILLER           PIC X           VALUE '-'.
               10 LDL-EXCH         PIC XXX.
               10 FILLER           PIC X           VALUE '-'.
               10 LDL-LINE         PIC X(4).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-SALE-DATE        PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-LAST-SERVICE     PIC X(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 LDL-MONTHS           PIC ZZ9.
           05 FILLER               PIC X(49)       VALUE SPACE.

       01 RESPONSE-HEADING-LINE.
           05 FILLER               PIC X(10)       VALUE "MAILED".
           05 FILLER               PIC X(22)       VALUE "REMINDER".
           05 FILLER               PIC X(8)        VALUE " SENT".
           05 FILLER               PIC X(8)        VALUE " CAME".
           05 FILLER               PIC X(8)        VALUE "  PCT".
           05 FILLER               PIC X(76)       VALUE "WINDOW".

       01 RESPONSE-DETAIL-LINE.
           05 RSP-DATE             PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RSP-REASON           PIC X(20).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RSP-SENT             PIC Z,ZZ9.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 RSP-CAME             PIC Z,ZZ9.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 RSP-PCT              PIC ZZ9.9.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 RSP-WINDOW           PIC X(6).
           05 FILLER               PIC X(70)       VALUE SPACE.

       01 GT-REMINDER-LINE.
           05 FILLER               PIC X(12)       VALUE 'FIRST-YEAR:'.
           05 GT-FIRST-YEAR        PIC Z,ZZ9.
           05 FILLER               PIC X(11)       VALUE '   ANNUAL:'.
           05 GT-ANNUAL            PIC Z,ZZ9.
           05 FILLER               PIC X(11)       VALUE '   SPRING:'.
           05 GT-SPRING            PIC Z,ZZ9.
           05 FILLER               PIC X(9)        VALUE '   FALL:'.
           05 GT-FALL              PIC Z,ZZ9.
           05 FILLER               PIC X(11)       VALUE '   LAPSED:'.
           05 GT-LAPSED            PIC Z,ZZ9.
           05 FILLER               PIC X(15)
               VALUE '   NOT MAILED:'.
           05 GT-NOT-MAILED        PIC Z,ZZ9.
           05 FILLER               PIC X(33)       VALUE SPACE.

      *BOATS WE STOCKED, FOR THE VIN AND TYPE BEHIND EACH DEAL
       01 INVENTORY-TABLE.
           05 INV-TABLE-ENTRY OCCURS 500 TIMES
                   INDEXED BY INV-IDX.
               10 INV-TABLE-TYPE   PIC X.
               10 INV-TABLE-VIN    PIC X(10).
               10 INV-TABLE-DEAL-NO PIC X(6).

       01 INV-TABLE-CTR            PIC 9(4)        VALUE 0.

      *BOAT CUSTOMER MASTER, FOR THE MAILING ADDRESS AND PHONE
       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).
               10 BCT-NAME         PIC X(25).
               10 BCT-ADDRESS      PIC X(25).
               10 BCT-CITY         PIC X(15).
               10 BCT-STATE        PIC XX.
               10 BCT-ZIP          PIC X(5).
               10 BCT-PHONE        PIC X(10).

       01 BCT-CTR                  PIC 9(4)        VALUE 0.

      *EVERY BOAT SOLD AND STILL SOLD (NOT UNWOUND), WITH ITS LAST
      *WORK ORDER AND LAST ANNUAL REMINDER
       01 SOLD-TABLE.
           05 SDT-ENTRY OCCURS 2000 TIMES INDEXED BY SDT-IDX.
               10 SDT-VIN          PIC X(10).
               10 SDT-TYPE         PIC X.
               10 SDT-CUST-NO      PIC X(5).
               10 SDT-SALE-DATE    PIC 9(8).
               10 SDT-LAST-SERVICE PIC 9(8).
               10 SDT-LAST-ANNUAL  PIC 9(8).

       01 SDT-CTR                  PIC 9(4)        VALUE 0.

      *SERVICE HISTORY, FOR THE 60-DAY RESPONSE MATCH
       01 SERVICE-TABLE.
           05 SVT-ENTRY OCCURS 5000 TIMES INDEXED BY SVT-IDX.
               10 SVT-VIN          PIC X(10).
               10 SVT-DATE         PIC 9(8).

       01 SVT-CTR                  PIC 9(4)        VALUE 0.

      *THE REMINDER LOG, CARRIED FORWARD WITH TONIGHT'S ROWS ADDED
       01 REMLOG-TABLE.
           05 RLT-ENTRY OCCURS 5000 TIMES INDEXED BY RLT-IDX.
               10 RLT-DATE         PIC 9(8).
               10 RLT-VIN          PIC X(10).
               10 RLT-CUST-NO      PIC X(5).
               10 RLT-REASON       PIC X.

       01 RLT-CTR                  PIC 9(4)        VALUE 0.

      *RESPONSE BY MAILING - ONE ROW PER RUN DATE AND REMINDER
       01 RESPONSE-TABLE.
           05 RST-ENTRY OCCURS 100 TIMES INDEXED BY RST-IDX.
               10 RST-DATE         PIC 9(8).
               10 RST-REASON       PIC X.
               10 RST-SENT         PIC 9(5).
               10 RST-CAME         PIC 9(5).

       01 RST-CTR                  PIC 999         VALUE 0.

       01 MONTH-WORK.
           05 MW-DATE.
               10 MW-YYYY          PIC 9(4).
               10 MW-MM            PIC 99.
               10 MW-DD            PIC 99.
           05 MW-MONTHS            PIC S9(5).

       01 REMINDER-CALC-VARS.
           05 C-MONTHS-SOLD        PIC S9(5)       VALUE 0.
           05 C-MONTHS-IDLE        PIC S9(5)       VALUE 0.
           05 C-BASE-DATE          PIC 9(8)        VALUE 0.
           05 C-DAYS-TODAY         PIC 9(7)        VALUE 0.
           05 C-DAYS-MAILED        PIC 9(7)        VALUE 0.
           05 C-DAYS-SPAN          PIC S9(7)       VALUE 0.
           05 C-KEEP-FROM          PIC 9(8)        VALUE 0.
           05 C-PCT                PIC 999V9       VALUE 0.
           05 C-FIRST-YEAR-CTR     PIC 9(5)        VALUE 0.
           05 C-ANNUAL-CTR         PIC 9(5)        VALUE 0.
           05 C-SPRING-CTR         PIC 9(5)        VALUE 0.
           05 C-FALL-CTR           PIC 9(5)        VALUE 0.
           05 C-LAPSED-CTR         PIC 9(5)        VALUE 0.
           05 C-NOT-MAILED-CTR     PIC 9(5)        VALUE 0.
           05 C-MAILED-CTR         PIC 9(5)        VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SELECT-REMINDERS.
           PERFORM 3000-LAPSED-LIST.
           PERFORM 4000-RESPONSE-REPORT.
           PERFORM 5000-LOG-SAVE.
           PERFORM 7000-CLOSING.
      *RETURN CODE FOR MONTHEND'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *AN OWNER COULD NOT BE MAILED
           IF C-NOT-MAILED-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN OUTPUT MAILOUT.
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

      *LOG ROWS OLDER THAN TWO YEARS DROP OFF WHEN IT IS REWRITTEN
           MOVE I-DATE TO MW-DATE.
           SUBTRACT 2 FROM MW-YYYY.
           MOVE MW-DATE TO C-KEEP-FROM.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF69" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-LOAD-BOATCUST.
           PERFORM 1300-LOAD-SALES.
           PERFORM 1400-LOAD-SERVICE.
           PERFORM 1500-LOAD-REMLOG.
           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTFILE-PATH
           END-IF.

           DISPLAY 'BOATINV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOAT-INVENTORY-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'BOATSVCH_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SVCHIST-PATH
           END-IF.

           DISPLAY 'BOATRMLG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMLOG-PATH
           END-IF.

           DISPLAY 'BOATRMND_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MAILOUT-PATH
           END-IF.

           DISPLAY 'BOATRMND_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

       1100-LOAD-INVENTORY.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT BOAT-INVENTORY.
           IF INV-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ BOAT-INVENTORY
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF INV-TABLE-CTR < 500
                           ADD 1 TO INV-TABLE-CTR
                           SET INV-IDX TO INV-TABLE-CTR
                           MOVE INV-BOAT-TYPE
                               TO INV-TABLE-TYPE(INV-IDX)
                           MOVE INV-VIN TO INV-TABLE-VIN(INV-IDX)
                           MOVE INV-DEAL-NO
                               TO INV-TABLE-DEAL-NO(INV-IDX)
                       ELSE
                           DISPLAY 'INVENTORY-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'VIN NOT LOADED: ' INV-VIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOAT-INVENTORY.

       1200-LOAD-BOATCUST.
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
                           MOVE BC-REC TO BCT-ENTRY(BCT-IDX)
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'OWNER NOT LOADED: ' BC-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

      *A SALE WHOSE DEAL IS STILL ON A UNIT IN INVENTORY IS A BOAT
      *STILL OUT THERE - AN UNWIND CLEARS THE DEAL OFF THE UNIT
       1300-LOAD-SALES.
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
                       IF NOT BH-UNWIND
                           AND BH-DEAL-NO NOT = SPACES
                           PERFORM 1350-LOAD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       1350-LOAD-ONE-SALE.
           MOVE 'NO' TO DEAL-MATCH.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-TABLE-CTR OR DEAL-MATCH = 'YES'
                   IF BH-DEAL-NO = INV-TABLE-DEAL-NO(INV-IDX)
                       MOVE 'YES' TO DEAL-MATCH
                   END-IF
           END-PERFORM.
           IF DEAL-MATCH = 'YES'
               SET INV-IDX DOWN BY 1
               IF SDT-CTR < 2000
                   ADD 1 TO SDT-CTR
                   SET SDT-IDX TO SDT-CTR
                   MOVE INV-TABLE-VIN(INV-IDX) TO SDT-VIN(SDT-IDX)
                   MOVE INV-TABLE-TYPE(INV-IDX) TO SDT-TYPE(SDT-IDX)
                   MOVE BH-CUST-NO TO SDT-CUST-NO(SDT-IDX)
                   MOVE BH-DATE TO SDT-SALE-DATE(SDT-IDX)
                   MOVE 0 TO SDT-LAST-SERVICE(SDT-IDX)
                   MOVE 0 TO SDT-LAST-ANNUAL(SDT-IDX)
               ELSE
                   DISPLAY 'SOLD-TABLE EXCEEDS 2000 ROWS'
                   DISPLAY 'SALE NOT LOADED: ' BH-DEAL-NO
               END-IF
           END-IF.

       1400-LOAD-SERVICE.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT SVCHIST.
           IF SH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ SVCHIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 1450-LOAD-ONE-SERVICE
               END-READ
           END-PERFORM.
           CLOSE SVCHIST.

       1450-LOAD-ONE-SERVICE.
           IF SVT-CTR < 5000
               ADD 1 TO SVT-CTR
               SET SVT-IDX TO SVT-CTR
               MOVE SH-VIN TO SVT-VIN(SVT-IDX)
               MOVE SH-DATE TO SVT-DATE(SVT-IDX)
           ELSE
               DISPLAY 'SERVICE-TABLE EXCEEDS 5000 ROWS'
               DISPLAY 'WORK ORDER NOT LOADED: ' SH-WO-NO
           END-IF.
           MOVE SH-VIN TO FIND-VIN.
           PERFORM 8000-FIND-SOLD.
           IF VIN-MATCH = 'YES'
               AND SH-DATE > SDT-LAST-SERVICE(SDT-IDX)
               MOVE SH-DATE TO SDT-LAST-SERVICE(SDT-IDX)
           END-IF.

       1500-LOAD-REMLOG.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT REMLOG.
           IF RL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ REMLOG
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF RL-DATE NOT < C-KEEP-FROM
                           PERFORM 1550-LOAD-ONE-REMINDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMLOG.

       1550-LOAD-ONE-REMINDER.
           IF RLT-CTR < 5000
               ADD 1 TO RLT-CTR
               SET RLT-IDX TO RLT-CTR
               MOVE RL-REC TO RLT-ENTRY(RLT-IDX)
           ELSE
               DISPLAY 'REMLOG-TABLE EXCEEDS 5000 ROWS'
               DISPLAY 'REMINDER NOT LOADED: ' RL-VIN
           END-IF.
           IF RL-REASON = 'A'
               MOVE RL-VIN TO FIND-VIN
               PERFORM 8000-FIND-SOLD
               IF VIN-MATCH = 'YES'
                   AND RL-DATE > SDT-LAST-ANNUAL(SDT-IDX)
                   MOVE RL-DATE TO SDT-LAST-ANNUAL(SDT-IDX)
               END-IF
           END-IF.

      *****************************************************
      *ONE REMINDER PER BOAT - FIRST-YEAR, ANNUAL, THEN SEASONAL.
      *A BOAT IDLE OVER 18 MONTHS IS LEFT FOR THE LAPSED LIST
      *****************************************************
       2000-SELECT-REMINDERS.
           WRITE PRTLINE FROM MAILED-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM REMINDER-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SDT-IDX FROM 1 BY 1
               UNTIL SDT-IDX > SDT-CTR
                   PERFORM 2100-CHOOSE-REASON
                   IF NOT NO-REMINDER
                       PERFORM 2200-MAIL-REMINDER
                   END-IF
           END-PERFORM.

       2100-CHOOSE-REASON.
           MOVE SDT-SALE-DATE(SDT-IDX) TO MW-DATE.
           PERFORM 8100-MONTHS-SINCE.
           MOVE MW-MONTHS TO C-MONTHS-SOLD.
           IF SDT-LAST-SERVICE(SDT-IDX) > SDT-SALE-DATE(SDT-IDX)
               MOVE SDT-LAST-SERVICE(SDT-IDX) TO C-BASE-DATE
           ELSE
               MOVE SDT-SALE-DATE(SDT-IDX) TO C-BASE-DATE
           END-IF.
           MOVE C-BASE-DATE TO MW-DATE.
           PERFORM 8100-MONTHS-SINCE.
           MOVE MW-MONTHS TO C-MONTHS-IDLE.
           MOVE SPACE TO REMIND-REASON.
           EVALUATE TRUE
               WHEN C-MONTHS-IDLE > LAPSED-MONTHS
                   CONTINUE
               WHEN C-MONTHS-SOLD = 11
                   MOVE 'F' TO REMIND-REASON
               WHEN C-MONTHS-IDLE NOT < 12
                   AND SDT-LAST-ANNUAL(SDT-IDX) NOT > C-BASE-DATE
                   MOVE 'A' TO REMIND-REASON
               WHEN I-MM = SPRING-MONTH
                   MOVE 'S' TO REMIND-REASON
               WHEN I-MM = FALL-MONTH
                   MOVE 'W' TO REMIND-REASON
           END-EVALUATE.

       2200-MAIL-REMINDER.
           MOVE SDT-CUST-NO(SDT-IDX) TO RDL-CUST-NO.
           PERFORM 8200-FIND-CUSTOMER.
           IF CUST-MATCH = 'YES'
               MOVE BCT-NAME(BCT-IDX) TO RDL-NAME
               MOVE BCT-CITY(BCT-IDX) TO RDL-CITY
               MOVE BCT-STATE(BCT-IDX) TO RDL-STATE
           ELSE
               MOVE SPACES TO RDL-NAME
               MOVE SPACES TO RDL-CITY
               MOVE SPACES TO RDL-STATE
           END-IF.
           MOVE SDT-VIN(SDT-IDX) TO RDL-VIN.
           MOVE SDT-SALE-DATE(SDT-IDX) TO RDL-SALE-DATE.
           IF SDT-LAST-SERVICE(SDT-IDX) = 0
               MOVE 'NONE' TO RDL-LAST-SERVICE
           ELSE
               MOVE SDT-LAST-SERVICE(SDT-IDX) TO RDL-LAST-SERVICE
           END-IF.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX = 4
                   OR RN-CODE(RN-IDX) = REMIND-REASON
                   CONTINUE
           END-PERFORM.
           MOVE RN-NAME(RN-IDX) TO RDL-REASON.
           IF CUST-MATCH = 'YES'
               MOVE SPACES TO RDL-NOTE
               PERFORM 2300-WRITE-MAILER
           ELSE
               MOVE 'NOT ON CUSTOMER MASTER' TO RDL-NOTE
               ADD 1 TO C-NOT-MAILED-CTR
           END-IF.
           WRITE PRTLINE FROM REMINDER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2300-WRITE-MAILER.
           MOVE BCT-NO(BCT-IDX) TO RM-CUST-NO.
           MOVE BCT-NAME(BCT-IDX) TO RM-NAME.
           MOVE BCT-ADDRESS(BCT-IDX) TO RM-ADDRESS.
           MOVE BCT-CITY(BCT-IDX) TO RM-CITY.
           MOVE BCT-STATE(BCT-IDX) TO RM-STATE.
           MOVE BCT-ZIP(BCT-IDX) TO RM-ZIP.
           MOVE SDT-VIN(SDT-IDX) TO RM-VIN.
           MOVE SDT-TYPE(SDT-IDX) TO RM-BOAT-TYPE.
           MOVE REMIND-REASON TO RM-REASON.
           MOVE SDT-LAST-SERVICE(SDT-IDX) TO RM-LAST-SERVICE.
           WRITE RM-REC.
           ADD 1 TO C-MAILED-CTR.
           EVALUATE REMIND-REASON
               WHEN 'F'
                   ADD 1 TO C-FIRST-YEAR-CTR
               WHEN 'A'
                   ADD 1 TO C-ANNUAL-CTR
               WHEN 'S'
                   ADD 1 TO C-SPRING-CTR
               WHEN 'W'
                   ADD 1 TO C-FALL-CTR
           END-EVALUATE.
           IF RLT-CTR < 5000
               ADD 1 TO RLT-CTR
               SET RLT-IDX TO RLT-CTR
               MOVE I-DATE TO RLT-DATE(RLT-IDX)
               MOVE SDT-VIN(SDT-IDX) TO RLT-VIN(RLT-IDX)
               MOVE SDT-CUST-NO(SDT-IDX) TO RLT-CUST-NO(RLT-IDX)
               MOVE REMIND-REASON TO RLT-REASON(RLT-IDX)
           ELSE
               DISPLAY 'REMLOG-TABLE EXCEEDS 5000 ROWS'
               DISPLAY 'REMINDER NOT LOGGED: ' SDT-VIN(SDT-IDX)
           END-IF.

      *****************************************************
      *OWNERS TO CALL - NO WORK ORDER (OR SALE) IN OVER 18 MONTHS
      *****************************************************
       3000-LAPSED-LIST.
           WRITE PRTLINE FROM LAPSED-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM LAPSED-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SDT-IDX FROM 1 BY 1
               UNTIL SDT-IDX > SDT-CTR
                   IF SDT-LAST-SERVICE(SDT-IDX) > SDT-SALE-DATE(SDT-IDX)
                       MOVE SDT-LAST-SERVICE(SDT-IDX) TO MW-DATE
                   ELSE
                       MOVE SDT-SALE-DATE(SDT-IDX) TO MW-DATE
                   END-IF
                   PERFORM 8100-MONTHS-SINCE
                   IF MW-MONTHS > LAPSED-MONTHS
                       PERFORM 3100-LAPSED-LINE
                   END-IF
           END-PERFORM.

       3100-LAPSED-LINE.
           MOVE SDT-CUST-NO(SDT-IDX) TO LDL-CUST-NO.
           PERFORM 8200-FIND-CUSTOMER.
           IF CUST-MATCH = 'YES'
               MOVE BCT-NAME(BCT-IDX) TO LDL-NAME
               MOVE BCT-PHONE(BCT-IDX)(1:3) TO LDL-AREA
               MOVE BCT-PHONE(BCT-IDX)(4:3) TO LDL-EXCH
               MOVE BCT-PHONE(BCT-IDX)(7:4) TO LDL-LINE
           ELSE
               MOVE 'NOT ON CUSTOMER MASTER' TO LDL-NAME
               MOVE SPACES TO LDL-AREA
               MOVE SPACES TO LDL-EXCH
               MOVE SPACES TO LDL-LINE
           END-IF.
           MOVE SDT-VIN(SDT-IDX) TO LDL-VIN.
           MOVE SDT-SALE-DATE(SDT-IDX) TO LDL-SALE-DATE.
           IF SDT-LAST-SERVICE(SDT-IDX) = 0
               MOVE 'NONE' TO LDL-LAST-SERVICE
           ELSE
               MOVE SDT-LAST-SERVICE(SDT-IDX) TO LDL-LAST-SERVICE
           END-IF.
           MOVE MW-MONTHS TO LDL-MONTHS.
           WRITE PRTLINE FROM LAPSED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD 1 TO C-LAPSED-CTR.

      *****************************************************
      *FOR EACH EARLIER MAILING, HOW MANY BOATS CAME IN FOR A WORK
      *ORDER WITHIN 60 DAYS OF IT. A MAILING LESS THAN 60 DAYS OLD
      *IS STILL OPEN AND ITS COUNT CAN STILL GROW
      *****************************************************
       4000-RESPONSE-REPORT.
           PERFORM VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > RLT-CTR
                   IF RLT-DATE(RLT-IDX) < I-DATE
                       PERFORM 4100-TALLY-REMINDER
                   END-IF
           END-PERFORM.

           WRITE PRTLINE FROM RESPONSE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RESPONSE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING RST-IDX FROM 1 BY 1
               UNTIL RST-IDX > RST-CTR
                   PERFORM 4300-RESPONSE-LINE
           END-PERFORM.

       4100-TALLY-REMINDER.
           MOVE 'NO' TO BATCH-MATCH.
           PERFORM VARYING RST-IDX FROM 1 BY 1
               UNTIL RST-IDX > RST-CTR OR BATCH-MATCH = 'YES'
                   IF RST-DATE(RST-IDX) = RLT-DATE(RLT-IDX)
                       AND RST-REASON(RST-IDX) = RLT-REASON(RLT-IDX)
                       MOVE 'YES' TO BATCH-MATCH
                   END-IF
           END-PERFORM.
           IF BATCH-MATCH = 'YES'
               SET RST-IDX DOWN BY 1
           ELSE
               IF RST-CTR < 100
                   ADD 1 TO RST-CTR
                   SET RST-IDX TO RST-CTR
                   MOVE RLT-DATE(RLT-IDX) TO RST-DATE(RST-IDX)
                   MOVE RLT-REASON(RLT-IDX) TO RST-REASON(RST-IDX)
                   MOVE 0 TO RST-SENT(RST-IDX)
                   MOVE 0 TO RST-CAME(RST-IDX)
                   MOVE 'YES' TO BATCH-MATCH
               ELSE
                   DISPLAY 'RESPONSE-TABLE EXCEEDS 100 ROWS'
                   DISPLAY 'MAILING NOT TALLIED: ' RLT-DATE(RLT-IDX)
               END-IF
           END-IF.
           IF BATCH-MATCH = 'YES'
               ADD 1 TO RST-SENT(RST-IDX)
               PERFORM 4200-CHECK-RESPONSE
               IF CONVERTED = 'YES'
                   ADD 1 TO RST-CAME(RST-IDX)
               END-IF
           END-IF.

       4200-CHECK-RESPONSE.
           MOVE 'NO' TO CONVERTED.
           MOVE 'D' TO DC-FUNCTION.
           MOVE RLT-DATE(RLT-IDX) TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-MAILED.
           PERFORM VARYING SVT-IDX FROM 1 BY 1
               UNTIL SVT-IDX > SVT-CTR OR CONVERTED = 'YES'
                   IF SVT-VIN(SVT-IDX) = RLT-VIN(RLT-IDX)
                       AND SVT-DATE(SVT-IDX) NOT < RLT-DATE(RLT-IDX)
                       MOVE SVT-DATE(SVT-IDX) TO DC-DATE
                       CALL 'COBDATE' USING DATE-CALC-AREA
                       COMPUTE C-DAYS-SPAN =
                           DC-DAY-NO - C-DAYS-MAILED
                       IF C-DAYS-SPAN NOT > RESPONSE-DAYS
                           MOVE 'YES' TO CONVERTED
                       END-IF
                   END-IF
           END-PERFORM.

       4300-RESPONSE-LINE.
           MOVE RST-DATE(RST-IDX) TO RSP-DATE.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX = 4
                   OR RN-CODE(RN-IDX) = RST-REASON(RST-IDX)
                   CONTINUE
           END-PERFORM.
           MOVE RN-NAME(RN-IDX) TO RSP-REASON.
           MOVE RST-SENT(RST-IDX) TO RSP-SENT.
           MOVE RST-CAME(RST-IDX) TO RSP-CAME.
           MOVE 0 TO C-PCT.
           IF RST-SENT(RST-IDX) > 0
               COMPUTE C-PCT ROUNDED =
                   RST-CAME(RST-IDX) * 100 / RST-SENT(RST-IDX)
           END-IF.
           MOVE C-PCT TO RSP-PCT.
           MOVE 'D' TO DC-FUNCTION.
           MOVE RST-DATE(RST-IDX) TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           COMPUTE C-DAYS-SPAN = C-DAYS-TODAY - DC-DAY-NO.
           IF C-DAYS-SPAN > RESPONSE-DAYS
               MOVE 'CLOSED' TO RSP-WINDOW
           ELSE
               MOVE 'OPEN' TO RSP-WINDOW
           END-IF.
           WRITE PRTLINE FROM RESPONSE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       5000-LOG-SAVE.
           OPEN OUTPUT REMLOG.
           PERFORM VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > RLT-CTR
                   MOVE RLT-ENTRY(RLT-IDX) TO RL-REC
                   WRITE RL-REC
           END-PERFORM.
           CLOSE REMLOG.

       7000-CLOSING.
           MOVE C-FIRST-YEAR-CTR TO GT-FIRST-YEAR.
           MOVE C-ANNUAL-CTR TO GT-ANNUAL.
           MOVE C-SPRING-CTR TO GT-SPRING.
           MOVE C-FALL-CTR TO GT-FALL.
           MOVE C-LAPSED-CTR TO GT-LAPSED.
           MOVE C-NOT-MAILED-CTR TO GT-NOT-MAILED.
           WRITE PRTLINE FROM GT-REMINDER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-MAILED-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-MAILED-CTR TO TR-REC-COUNT.
           MOVE SDT-CTR TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE MAILOUT.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *LOOK UP FIND-VIN AMONG THE BOATS SOLD - SDT-IDX IS LEFT ON IT
       8000-FIND-SOLD.
           MOVE 'NO' TO VIN-MATCH.
           PERFORM VARYING SDT-IDX FROM 1 BY 1
               UNTIL SDT-IDX > SDT-CTR OR VIN-MATCH = 'YES'
                   IF FIND-VIN = SDT-VIN(SDT-IDX)
                       MOVE 'YES' TO VIN-MATCH
                   END-IF
           END-PERFORM.
           IF VIN-MATCH = 'YES'
               SET SDT-IDX DOWN BY 1
           END-IF.

      *WHOLE MONTHS FROM MW-DATE TO THE BUSINESS DATE
       8100-MONTHS-SINCE.
           COMPUTE MW-MONTHS = (I-YYYY - MW-YYYY) * 12
               + I-MM - MW-MM.
           IF I-DD < MW-DD
               SUBTRACT 1 FROM MW-MONTHS
           END-IF.

       8200-FIND-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = 'YES'
                   IF SDT-CUST-NO(SDT-IDX) = BCT-NO(BCT-IDX)
                       AND SDT-CUST-NO(SDT-IDX) NOT = SPACES
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET BCT-IDX DOWN BY 1
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF69.
