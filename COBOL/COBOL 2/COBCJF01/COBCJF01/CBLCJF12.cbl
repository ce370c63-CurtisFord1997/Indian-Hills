       identification division.
       program-id. CBLCJF12.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MONTHLY SEASONAL LEASE STATEMENT WITH METERED ELECTRIC. THE
      *RANGER READS THE METER ON EACH LEASED SITE AND KEYS THE
      *READINGS TO METERRD.DAT (CAMPGROUND, SITE, READING DATE,
      *READING). EACH READING IS MATCHED TO ITS LEASE ON THE LEASE
      *REGISTER COBCJF01 KEEPS, THE KWH SINCE THE LAST READING ON
      *THE UTILITY MASTER (UTILMAST.DAT) ARE PRICED OFF THE BLOCK
      *RATES IN CAMP.CPY, AND ONE STATEMENT PRINTS PER LEASEHOLDER
      *WITH THE MONTH'S LEASE RENT, THE ELECTRIC, AND ANY ELECTRIC
      *LEFT UNPAID FROM EARLIER MONTHS. ELECTRIC PAYMENTS TAKEN BY
      *THE OFFICE (UTILPAY.DAT) COME OFF THE BALANCE FIRST. A
      *READING LOWER THAN THE LAST ONE IS NOT BILLED, AND A MONTH
      *FAR ABOVE THE SITE'S AVERAGE IS BILLED BUT FLAGGED - BOTH
      *GO TO THE EXCEPTION REPORT WITH ANY READING THAT HAS NO
      *LEASE BEHIND IT.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LEASEREG
               ASSIGN TO "C:/COBOLSP20/LEASEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
           SELECT UTILMAST
               ASSIGN TO "C:/COBOLSP20/UTILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-FILE-STATUS.
           SELECT UTILPAY
               ASSIGN TO "C:/COBOLSP20/UTILPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UP-FILE-STATUS.
           SELECT METERRD
               ASSIGN TO "C:/COBOLSP20/METERRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/UTILSTMT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCOUT
               ASSIGN TO "C:/COBOLSP20/UTILEXC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
      *LEASE REGISTER - WRITTEN BY COBCJF01 AS EACH LEASE BOOKS
       FD LEASEREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LR-REC
           RECORD CONTAINS 71 CHARACTERS.
       01 LR-REC.
           05 LR-CAMPGROUND        PIC X(25).
           05 LR-SITE              PIC XXX.
           05 LR-START-DATE        PIC 9(8).
           05 LR-END-DATE          PIC 9(8).
           05 LR-NAME              PIC X(22).
           05 LR-MONTH-AMT         PIC 999V99.

      *UTILITY MASTER, ONE ROW PER METERED SITE, CARRIED FORWARD
      *MONTH TO MONTH - THE LAST READING, THE USAGE HISTORY FOR THE
      *AVERAGE, AND THE ELECTRIC STILL OWED. UM-LEASE-START TELLS
      *WHICH LEASE THE BALANCE AND HISTORY BELONG TO.
       FD UTILMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS UM-REC
           RECORD CONTAINS 67 CHARACTERS.
       01 UM-REC.
           05 UM-CAMPGROUND        PIC X(25).
           05 UM-SITE              PIC XXX.
           05 UM-LEASE-START       PIC 9(8).
           05 UM-LAST-DATE         PIC 9(8).
           05 UM-LAST-READING      PIC 9(6).
           05 UM-BILLED-MONTHS     PIC 9(3).
           05 UM-TOTAL-KWH         PIC 9(7).
           05 UM-BALANCE           PIC 9(5)V99.

      *ELECTRIC PAYMENTS RECEIVED BY THE OFFICE SINCE THE LAST RUN
       FD UTILPAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS UP-REC
           RECORD CONTAINS 43 CHARACTERS.
       01 UP-REC.
           05 UP-CAMPGROUND        PIC X(25).
           05 UP-SITE              PIC XXX.
           05 UP-DATE              PIC 9(8).
           05 UP-AMT               PIC 9(5)V99.

      *THE MONTH'S METER READINGS, KEYED FROM THE RANGER'S ROUNDS
       FD METERRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS MR-REC
           RECORD CONTAINS 42 CHARACTERS.
       01 MR-REC.
           05 MR-CAMPGROUND        PIC X(25).
           05 MR-SITE              PIC XXX.
           05 MR-DATE              PIC 9(8).
           05 MR-READING           PIC 9(6).

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 PRTLINE                  PIC X(132).

       FD EXCOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 EXCLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".
       COPY "CAMP.CPY".

       01 MR-EOF                   PIC X       VALUE 'F'.
       01 LR-FILE-STATUS           PIC XX.
       01 UM-FILE-STATUS           PIC XX.
       01 UP-FILE-STATUS           PIC XX.
       01 MR-FILE-STATUS           PIC XX.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.
       01 SPIKE-IN                 PIC X(3)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE               PIC 9(8).
           05 I-TIME               PIC X(11).
       01 DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05 I-YYYY               PIC 9(4).
           05 I-MM                 PIC 99.
           05 I-DD                 PIC 99.
           05 FILLER               PIC X(11).

      *THE LEASE REGISTER, HELD SO EACH READING CAN FIND ITS LEASE
       01 LEASE-TABLE-AREA.
           05 LEASE-ENTRY          OCCURS 500 TIMES.
               10 LT-CAMPGROUND        PIC X(25).
               10 LT-SITE              PIC XXX.
               10 LT-START-DATE        PIC 9(8).
               10 LT-END-DATE          PIC 9(8).
               10 LT-NAME              PIC X(22).
               10 LT-MONTH-AMT         PIC 999V99.

      *THE UTILITY MASTER, HELD AND REWRITTEN AT THE END OF THE RUN.
      *UMT-PREV-BAL AND UMT-PAID ARE THIS RUN'S FIGURES FOR THE
      *STATEMENT; UMT-READ IS SET WHEN A READING POSTED TONIGHT.
       01 UM-TABLE-AREA.
           05 UM-ENTRY             OCCURS 500 TIMES.
               10 UMT-CAMPGROUND       PIC X(25).
               10 UMT-SITE             PIC XXX.
               10 UMT-LEASE-START      PIC 9(8).
               10 UMT-LAST-DATE        PIC 9(8).
               10 UMT-LAST-READING     PIC 9(6).
               10 UMT-BILLED-MONTHS    PIC 9(3).
               10 UMT-TOTAL-KWH        PIC 9(7).
               10 UMT-BALANCE          PIC 9(5)V99.
               10 UMT-PREV-BAL         PIC 9(5)V99.
               10 UMT-PAID             PIC 9(5)V99.
               10 UMT-READ             PIC X.

       01 BILLING-VARS.
           05 LT-COUNT             PIC 9(3)    VALUE ZERO.
           05 LT-SUB               PIC 9(3)    VALUE ZERO.
           05 LT-HIT               PIC 9(3)    VALUE ZERO.
           05 UM-COUNT             PIC 9(3)    VALUE ZERO.
           05 UM-SUB               PIC 9(3)    VALUE ZERO.
           05 UM-HIT               PIC 9(3)    VALUE ZERO.
           05 UB-SUB               PIC 9       VALUE ZERO.
           05 FIND-CAMPGROUND      PIC X(25)   VALUE SPACE.
           05 FIND-SITE            PIC XXX     VALUE SPACE.
           05 SPIKE-PCT            PIC 9(3)    VALUE 300.
           05 C-KWH                PIC 9(6)    VALUE ZERO.
           05 C-KWH-LEFT           PIC 9(6)    VALUE ZERO.
           05 C-BLOCK-FLOOR        PIC 9(6)    VALUE ZERO.
           05 C-BLOCK-SIZE         PIC 9(6)    VALUE ZERO.
           05 C-BLOCK-KWH          PIC 9(6)    VALUE ZERO.
           05 C-AVG-KWH            PIC 9(6)    VALUE ZERO.
           05 C-SPIKE-KWH          PIC 9(7)    VALUE ZERO.
           05 C-ENERGY-AMT         PIC 9(5)V99 VALUE ZERO.
           05 C-ELECTRIC-AMT       PIC 9(5)V99 VALUE ZERO.
           05 C-DUE-AMT            PIC 9(5)V99 VALUE ZERO.
           05 C-EXC-AMT            PIC 9(5)V99 VALUE ZERO.
           05 SPIKE-SW             PIC X       VALUE 'F'.
           05 C-MR-CTR             PIC 9(5)    VALUE ZERO.
           05 C-BILLED-CTR         PIC 9(5)    VALUE ZERO.
           05 C-EXC-CTR            PIC 9(5)    VALUE ZERO.
           05 C-BASELINE-CTR       PIC 9(5)    VALUE ZERO.
           05 C-KWH-TOTAL          PIC 9(8)    VALUE ZERO.
           05 C-BILLED-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05 C-PAID-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05 C-DUE-TOTAL          PIC 9(7)V99 VALUE ZERO.
           05 PG-CTR               PIC 99      VALUE ZERO.
           05 EX-PG-CTR            PIC 99      VALUE ZERO.

      *ONE PRICED LINE PER RATE BLOCK THE MONTH'S USAGE REACHED
       01 BLOCK-PRICE-AREA.
           05 BLOCK-PRICE          OCCURS 3 TIMES.
               10 BP-KWH               PIC 9(6).
               10 BP-AMT               PIC 9(5)V99.

       01 STMT-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 ST-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ST-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ST-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'THE CAMPGROUNDS - SEASONAL LEASE STATEMENT'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 STMT-NAME-LINE.
           05 FILLER               PIC X(13)   VALUE 'LEASEHOLDER:'.
           05 SNL-NAME             PIC X(22).
           05 FILLER               PIC X(97)   VALUE SPACE.

       01 STMT-SITE-LINE.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND:'.
           05 SSL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC X(7)    VALUE ' SITE:'.
           05 SSL-SITE             PIC XXX.
           05 FILLER               PIC X(10)   VALUE '   LEASE:'.
           05 SSL-START            PIC 9(8).
           05 FILLER               PIC X(6)    VALUE ' THRU '.
           05 SSL-END              PIC 9(8).
           05 FILLER               PIC X(53)   VALUE SPACE.

       01 STMT-RENT-LINE.
           05 FILLER               PIC X(24)
               VALUE 'LEASE RENT THIS MONTH:'.
           05 SRL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC X(30)
               VALUE '   CHARGED TO THE CARD ON FILE'.
           05 FILLER               PIC X(69)   VALUE SPACE.

       01 STMT-METER-LINE.
           05 FILLER               PIC X(16)   VALUE 'PRIOR READING:'.
           05 SML-PRIOR            PIC Z(5)9.
           05 FILLER               PIC X(4)    VALUE ' ON '.
           05 SML-PRIOR-DATE       PIC 9(8).
           05 FILLER               PIC X(20)
               VALUE '   CURRENT READING:'.
           05 SML-CURRENT          PIC Z(5)9.
           05 FILLER               PIC X(4)    VALUE ' ON '.
           05 SML-CURRENT-DATE     PIC 9(8).
           05 FILLER               PIC X(13)   VALUE '   KWH USED:'.
           05 SML-KWH              PIC ZZZ,ZZ9.
           05 FILLER               PIC X(40)   VALUE SPACE.

       01 STMT-BLOCK-LINE.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 SBL-KWH              PIC ZZZ,ZZ9.
           05 FILLER               PIC X(12)   VALUE ' KWH AT    $'.
           05 SBL-RATE             PIC 9.9999.
           05 FILLER               PIC X(12)   VALUE SPACE.
           05 SBL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC X(82)   VALUE SPACE.

       01 STMT-AMT-LINE.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 SAL-DESC             PIC X(37).
           05 SAL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC X(82)   VALUE SPACE.

       01 EXC-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 ET-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ET-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ET-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'THE CAMPGROUNDS - METERED ELECTRIC EXCEPTIONS'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 EX-PG                PIC Z9.

       01 EXC-HEADINGS.
           05 FILLER               PIC X(27)   VALUE "CAMPGROUND".
           05 FILLER               PIC X(6)    VALUE "SITE".
           05 FILLER               PIC X(10)   VALUE "DATE".
           05 FILLER               PIC X(9)    VALUE "READING".
           05 FILLER               PIC X(12)   VALUE "AMOUNT".
           05 FILLER               PIC X(68)   VALUE "EXCEPTION".

       01 EXC-LINE.
           05 EXL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-SITE             PIC XXX.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 EXL-DATE             PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-READING          PIC X(6).
           05 FILLER               PIC XXX     VALUE SPACE.
           05 EXL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 EXL-MSG              PIC X(60).
           05 FILLER               PIC X(8)    VALUE SPACE.

       01 EXC-SPIKE-MSG.
           05 FILLER               PIC X(6)    VALUE 'USAGE '.
           05 ESM-KWH              PIC ZZZ,ZZ9.
           05 FILLER               PIC X(18)
               VALUE ' KWH VS AVERAGE OF'.
           05 ESM-AVG              PIC ZZZ,ZZ9.
           05 FILLER               PIC X(22)
               VALUE ' - BILLED, CHECK METER'.

       01 GT-TOTAL-LINE-1.
           05 FILLER               PIC X(10)   VALUE 'READINGS:'.
           05 GTL-READINGS         PIC ZZ,ZZ9.
           05 FILLER               PIC X(12)   VALUE '  BILLED:'.
           05 GTL-BILLED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(13)   VALUE '  BASELINES:'.
           05 GTL-BASELINES        PIC ZZ,ZZ9.
           05 FILLER               PIC X(14)   VALUE '  EXCEPTIONS:'.
           05 GTL-EXCEPTIONS       PIC ZZ,ZZ9.
           05 FILLER               PIC X(11)   VALUE '  KWH:'.
           05 GTL-KWH              PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(38)   VALUE SPACE.

       01 GT-TOTAL-LINE-2.
           05 FILLER               PIC X(18)
               VALUE 'ELECTRIC BILLED:'.
           05 GTL-BILLED-AMT       PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(21)
               VALUE '   PAYMENTS APPLIED:'.
           05 GTL-PAID-AMT         PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(21)
               VALUE '   ELECTRIC DUE:'.
           05 GTL-DUE-AMT          PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(33)   VALUE SPACE.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MR-EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR MONTHEND: 0 CLEAN, 4 WHEN EXCEPTIONS PRINTED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
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
           MOVE I-MM TO ST-MM.
           MOVE I-DD TO ST-DD.
           MOVE I-YYYY TO ST-YYYY.
           MOVE I-MM TO ET-MM.
           MOVE I-DD TO ET-DD.
           MOVE I-YYYY TO ET-YYYY.

      *USAGE SPIKE THRESHOLD, PERCENT OF THE SITE'S AVERAGE MONTH
           DISPLAY 'UTILSPIKE' UPON ENVIRONMENT-NAME.
           ACCEPT SPIKE-IN FROM ENVIRONMENT-VALUE.
           IF SPIKE-IN NOT = SPACES AND SPIKE-IN NUMERIC
               MOVE SPIKE-IN TO SPIKE-PCT
           END-IF.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF12" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM L3-EXC-HEADINGS.
           PERFORM L3-LOAD-LEASES.
           PERFORM L3-LOAD-MASTER.
           PERFORM L3-APPLY-PAYMENTS.

           OPEN INPUT METERRD.
           IF MR-FILE-STATUS NOT = '00'
               MOVE 'T' TO MR-EOF
           ELSE
               PERFORM L3-READ-METER
           END-IF.

       L3-LOAD-LEASES.
           OPEN INPUT LEASEREG.
           IF LR-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-LEASE
                   UNTIL LR-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE LEASEREG.

       L4-LOAD-ONE-LEASE.
           READ LEASEREG
               AT END
                   MOVE '10' TO LR-FILE-STATUS
               NOT AT END
                   IF LT-COUNT < 500
                       ADD 1 TO LT-COUNT
                       MOVE LR-CAMPGROUND TO LT-CAMPGROUND(LT-COUNT)
                       MOVE LR-SITE TO LT-SITE(LT-COUNT)
                       MOVE LR-START-DATE TO LT-START-DATE(LT-COUNT)
                       MOVE LR-END-DATE TO LT-END-DATE(LT-COUNT)
                       MOVE LR-NAME TO LT-NAME(LT-COUNT)
                       MOVE LR-MONTH-AMT TO LT-MONTH-AMT(LT-COUNT)
                   ELSE
                       DISPLAY 'LEASE TABLE EXCEEDS 500 ROWS -- '
                           'REMAINING LEASES NOT LOADED'
                   END-IF
           END-READ.

       L3-LOAD-MASTER.
           OPEN INPUT UTILMAST.
           IF UM-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-MASTER
                   UNTIL UM-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE UTILMAST.

       L4-LOAD-ONE-MASTER.
           READ UTILMAST
               AT END
                   MOVE '10' TO UM-FILE-STATUS
               NOT AT END
                   IF UM-COUNT < 500
                       ADD 1 TO UM-COUNT
                       MOVE UM-CAMPGROUND TO UMT-CAMPGROUND(UM-COUNT)
                       MOVE UM-SITE TO UMT-SITE(UM-COUNT)
                       MOVE UM-LEASE-START TO UMT-LEASE-START(UM-COUNT)
                       MOVE UM-LAST-DATE TO UMT-LAST-DATE(UM-COUNT)
                       MOVE UM-LAST-READING
                           TO UMT-LAST-READING(UM-COUNT)
                       MOVE UM-BILLED-MONTHS
                           TO UMT-BILLED-MONTHS(UM-COUNT)
                       MOVE UM-TOTAL-KWH TO UMT-TOTAL-KWH(UM-COUNT)
                       MOVE UM-BALANCE TO UMT-BALANCE(UM-COUNT)
                       MOVE UM-BALANCE TO UMT-PREV-BAL(UM-COUNT)
                       MOVE 0 TO UMT-PAID(UM-COUNT)
                       MOVE 'F' TO UMT-READ(UM-COUNT)
                   ELSE
                       DISPLAY 'UTILITY MASTER EXCEEDS 500 ROWS -- '
                           'REMAINING SITES NOT LOADED'
                   END-IF
           END-READ.

      *PAYMENTS COME OFF THE BALANCE BEFORE ANY NEW ELECTRIC POSTS,
      *SO THE STATEMENT SHOWS WHAT WAS STILL UNPAID AT MONTH END
       L3-APPLY-PAYMENTS.
           OPEN INPUT UTILPAY.
           IF UP-FILE-STATUS = '00'
               PERFORM L4-APPLY-ONE-PAYMENT
                   UNTIL UP-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE UTILPAY.

       L4-APPLY-ONE-PAYMENT.
           READ UTILPAY
               AT END
                   MOVE '10' TO UP-FILE-STATUS
               NOT AT END
                   PERFORM L4-POST-PAYMENT
           END-READ.

       L4-POST-PAYMENT.
           MOVE UP-CAMPGROUND TO EXL-CAMPGROUND.
           MOVE UP-SITE TO EXL-SITE.
           MOVE UP-DATE TO EXL-DATE.
           MOVE SPACES TO EXL-READING.
           MOVE 0 TO C-EXC-AMT.
           IF UP-AMT NOT NUMERIC
               MOVE 'PAYMENT AMOUNT NOT NUMERIC - NOT APPLIED'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
           ELSE
               MOVE UP-AMT TO C-EXC-AMT
               MOVE UP-CAMPGROUND TO FIND-CAMPGROUND
               MOVE UP-SITE TO FIND-SITE
               PERFORM L4-FIND-MASTER
               IF UM-HIT = 0
                   MOVE 'NO ELECTRIC ACCOUNT FOR THE SITE - NOT APPLIED'
                       TO EXL-MSG
                   PERFORM L4-EXCEPTION
               ELSE
                   IF UP-AMT > UMT-BALANCE(UM-HIT)
                       COMPUTE C-EXC-AMT =
                           UP-AMT - UMT-BALANCE(UM-HIT)
                       MOVE 'PAID OVER THE BALANCE - EXCESS TO REFUND'
                           TO EXL-MSG
                       PERFORM L4-EXCEPTION
                       ADD UMT-BALANCE(UM-HIT) TO UMT-PAID(UM-HIT)
                       ADD UMT-BALANCE(UM-HIT) TO C-PAID-TOTAL
                       MOVE 0 TO UMT-BALANCE(UM-HIT)
                   ELSE
                       ADD UP-AMT TO UMT-PAID(UM-HIT)
                       ADD UP-AMT TO C-PAID-TOTAL
                       SUBTRACT UP-AMT FROM UMT-BALANCE(UM-HIT)
                   END-IF
               END-IF
           END-IF.

      *ONE METER READING: FIND THE LEASE AND THE SITE'S LAST
      *READING, PRICE THE KWH SINCE, AND PRINT THE STATEMENT
       L2-MAINLINE.
           ADD 1 TO C-MR-CTR.
           MOVE MR-CAMPGROUND TO EXL-CAMPGROUND.
           MOVE MR-SITE TO EXL-SITE.
           MOVE MR-DATE TO EXL-DATE.
           MOVE MR-READING TO EXL-READING.
           MOVE 0 TO C-EXC-AMT.

           IF MR-DATE NOT NUMERIC OR MR-READING NOT NUMERIC
               MOVE 'READING OR DATE NOT NUMERIC - NOT BILLED'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
           ELSE
               PERFORM L3-BILL-READING THRU L3-BILL-READING-X
           END-IF.

           PERFORM L3-READ-METER.

       L3-BILL-READING.
      *THE LEASE IN FORCE ON THE READING DATE - THE LATEST ONE
      *REGISTERED WHEN A SITE HAS BEEN LEASED MORE THAN ONCE
           MOVE 0 TO LT-HIT.
           PERFORM VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT
                   IF LT-CAMPGROUND(LT-SUB) = MR-CAMPGROUND
                       AND LT-SITE(LT-SUB) = MR-SITE
                       AND LT-START-DATE(LT-SUB) NOT > MR-DATE
                       AND LT-END-DATE(LT-SUB) NOT < MR-DATE
                       MOVE LT-SUB TO LT-HIT
                   END-IF
           END-PERFORM.
           IF LT-HIT = 0
               MOVE 'NO LEASE ON THE SITE FOR THE READING DATE'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-BILL-READING-X
           END-IF.

           MOVE MR-CAMPGROUND TO FIND-CAMPGROUND.
           MOVE MR-SITE TO FIND-SITE.
           PERFORM L4-FIND-MASTER.

      *A SITE'S FIRST READING ONLY SETS THE STARTING POINT
           IF UM-HIT = 0
               IF UM-COUNT < 500
                   ADD 1 TO UM-COUNT
                   MOVE MR-CAMPGROUND TO UMT-CAMPGROUND(UM-COUNT)
                   MOVE MR-SITE TO UMT-SITE(UM-COUNT)
                   MOVE LT-START-DATE(LT-HIT)
                       TO UMT-LEASE-START(UM-COUNT)
                   MOVE MR-DATE TO UMT-LAST-DATE(UM-COUNT)
                   MOVE MR-READING TO UMT-LAST-READING(UM-COUNT)
                   MOVE 0 TO UMT-BILLED-MONTHS(UM-COUNT)
                   MOVE 0 TO UMT-TOTAL-KWH(UM-COUNT)
                   MOVE 0 TO UMT-BALANCE(UM-COUNT)
                   MOVE 0 TO UMT-PREV-BAL(UM-COUNT)
                   MOVE 0 TO UMT-PAID(UM-COUNT)
                   MOVE 'T' TO UMT-READ(UM-COUNT)
                   ADD 1 TO C-BASELINE-CTR
                   MOVE 'FIRST READING ON FILE - STARTING POINT SET'
                       TO EXL-MSG
                   PERFORM L4-EXC-LINE
               ELSE
                   MOVE 'UTILITY MASTER FULL - READING NOT POSTED'
                       TO EXL-MSG
                   PERFORM L4-EXCEPTION
               END-IF
               GO TO L3-BILL-READING-X
           END-IF.

           IF MR-DATE NOT > UMT-LAST-DATE(UM-HIT)
               MOVE 'NOT AFTER THE LAST READING ON FILE - NOT BILLED'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-BILL-READING-X
           END-IF.
           IF MR-READING < UMT-LAST-READING(UM-HIT)
               MOVE 'LOWER THAN THE LAST READING - NOT BILLED'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-BILL-READING-X
           END-IF.
           COMPUTE C-KWH = MR-READING - UMT-LAST-READING(UM-HIT).
           IF C-KWH > 99999
               MOVE 'OVER 99,999 KWH - CHECK THE READING, NOT BILLED'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-BILL-READING-X
           END-IF.

      *A NEW LEASE ON THE SITE STARTS ITS OWN AVERAGE; ANYTHING THE
      *LAST LEASEHOLDER STILL OWES GOES TO THE OFFICE TO COLLECT
           IF UMT-LEASE-START(UM-HIT) NOT = LT-START-DATE(LT-HIT)
               IF UMT-BALANCE(UM-HIT) > 0
                   MOVE UMT-BALANCE(UM-HIT) TO C-EXC-AMT
                   MOVE 'PRIOR LEASEHOLDER STILL OWES - COLLECT'
                       TO EXL-MSG
                   PERFORM L4-EXCEPTION
               END-IF
               MOVE LT-START-DATE(LT-HIT) TO UMT-LEASE-START(UM-HIT)
               MOVE 0 TO UMT-BILLED-MONTHS(UM-HIT)
               MOVE 0 TO UMT-TOTAL-KWH(UM-HIT)
               MOVE 0 TO UMT-BALANCE(UM-HIT)
               MOVE 0 TO UMT-PREV-BAL(UM-HIT)
               MOVE 0 TO UMT-PAID(UM-HIT)
           END-IF.

           PERFORM L4-PRICE-KWH.

      *A MONTH FAR ABOVE THE SITE'S AVERAGE STILL BILLS, BUT THE
      *OFFICE CHECKS THE METER BEFORE THE STATEMENT GOES OUT
           MOVE 'F' TO SPIKE-SW.
           IF UMT-BILLED-MONTHS(UM-HIT) > 0
               DIVIDE UMT-TOTAL-KWH(UM-HIT)
                   BY UMT-BILLED-MONTHS(UM-HIT)
                   GIVING C-AVG-KWH ROUNDED
               COMPUTE C-SPIKE-KWH ROUNDED =
                   C-AVG-KWH * SPIKE-PCT / 100
               IF C-KWH > C-SPIKE-KWH
                   MOVE 'T' TO SPIKE-SW
               END-IF
           END-IF.

           PERFORM L3-STATEMENT.

           ADD C-ELECTRIC-AMT TO UMT-BALANCE(UM-HIT).
           MOVE MR-DATE TO UMT-LAST-DATE(UM-HIT).
           MOVE MR-READING TO UMT-LAST-READING(UM-HIT).
           IF UMT-BILLED-MONTHS(UM-HIT) < 999
               ADD 1 TO UMT-BILLED-MONTHS(UM-HIT)
           END-IF.
           ADD C-KWH TO UMT-TOTAL-KWH(UM-HIT).
           MOVE 'T' TO UMT-READ(UM-HIT).

           ADD 1 TO C-BILLED-CTR.
           ADD C-KWH TO C-KWH-TOTAL.
           ADD C-ELECTRIC-AMT TO C-BILLED-TOTAL.
           ADD C-DUE-AMT TO C-DUE-TOTAL.

           IF SPIKE-SW = 'T'
               MOVE C-ELECTRIC-AMT TO C-EXC-AMT
               MOVE C-KWH TO ESM-KWH
               MOVE C-AVG-KWH TO ESM-AVG
               MOVE EXC-SPIKE-MSG TO EXL-MSG
               PERFORM L4-EXCEPTION
           END-IF.

       L3-BILL-READING-X.
           EXIT.

       L4-FIND-MASTER.
           MOVE 0 TO UM-HIT.
           PERFORM VARYING UM-SUB FROM 1 BY 1
               UNTIL UM-SUB > UM-COUNT OR UM-HIT > 0
                   IF UMT-CAMPGROUND(UM-SUB) = FIND-CAMPGROUND
                       AND UMT-SITE(UM-SUB) = FIND-SITE
                       MOVE UM-SUB TO UM-HIT
                   END-IF
           END-PERFORM.

      *EACH BLOCK TAKES THE KWH ABOVE THE BLOCK BEFORE IT UP TO ITS
      *OWN LIMIT, AT ITS OWN RATE
       L4-PRICE-KWH.
           MOVE C-KWH TO C-KWH-LEFT.
           MOVE 0 TO C-BLOCK-FLOOR.
           MOVE 0 TO C-ENERGY-AMT.
           PERFORM VARYING UB-SUB FROM 1 BY 1
               UNTIL UB-SUB > 3
                   COMPUTE C-BLOCK-SIZE =
                       UB-LIMIT(UB-SUB) - C-BLOCK-FLOOR
                   IF C-KWH-LEFT < C-BLOCK-SIZE
                       MOVE C-KWH-LEFT TO C-BLOCK-KWH
                   ELSE
                       MOVE C-BLOCK-SIZE TO C-BLOCK-KWH
                   END-IF
                   MOVE C-BLOCK-KWH TO BP-KWH(UB-SUB)
                   COMPUTE BP-AMT(UB-SUB) ROUNDED =
                       C-BLOCK-KWH * UB-RATE(UB-SUB)
                   ADD BP-AMT(UB-SUB) TO C-ENERGY-AMT
                   SUBTRACT C-BLOCK-KWH FROM C-KWH-LEFT
                   MOVE UB-LIMIT(UB-SUB) TO C-BLOCK-FLOOR
           END-PERFORM.
           COMPUTE C-ELECTRIC-AMT = C-ENERGY-AMT + UTIL-METER-CHARGE.

      *ONE PAGE PER LEASEHOLDER: THE LEASE, THE MONTH'S RENT WHEN
      *THE LEASE RUNS THROUGH THIS MONTH, THE METER, THE PRICED
      *BLOCKS, AND THE ELECTRIC OWED WITH ANY UNPAID BALANCE
       L3-STATEMENT.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM STMT-TITLE
               AFTER ADVANCING PAGE.

           MOVE LT-NAME(LT-HIT) TO SNL-NAME.
           WRITE PRTLINE FROM STMT-NAME-LINE
               AFTER ADVANCING 3 LINES.
           MOVE MR-CAMPGROUND TO SSL-CAMPGROUND.
           MOVE MR-SITE TO SSL-SITE.
           MOVE LT-START-DATE(LT-HIT) TO SSL-START.
           MOVE LT-END-DATE(LT-HIT) TO SSL-END.
           WRITE PRTLINE FROM STMT-SITE-LINE
               AFTER ADVANCING 1 LINE.

           IF LT-START-DATE(LT-HIT) NOT > I-DATE
               AND LT-END-DATE(LT-HIT) > I-DATE
               MOVE LT-MONTH-AMT(LT-HIT) TO SRL-AMT
               WRITE PRTLINE FROM STMT-RENT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE UMT-LAST-READING(UM-HIT) TO SML-PRIOR.
           MOVE UMT-LAST-DATE(UM-HIT) TO SML-PRIOR-DATE.
           MOVE MR-READING TO SML-CURRENT.
           MOVE MR-DATE TO SML-CURRENT-DATE.
           MOVE C-KWH TO SML-KWH.
           WRITE PRTLINE FROM STMT-METER-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING UB-SUB FROM 1 BY 1
               UNTIL UB-SUB > 3
                   IF BP-KWH(UB-SUB) > 0
                       MOVE BP-KWH(UB-SUB) TO SBL-KWH
                       MOVE UB-RATE(UB-SUB) TO SBL-RATE
                       MOVE BP-AMT(UB-SUB) TO SBL-AMT
                       WRITE PRTLINE FROM STMT-BLOCK-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-PERFORM.
           MOVE 'METER CHARGE' TO SAL-DESC.
           MOVE UTIL-METER-CHARGE TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ELECTRIC THIS MONTH' TO SAL-DESC.
           MOVE C-ELECTRIC-AMT TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'PREVIOUS ELECTRIC BALANCE' TO SAL-DESC.
           MOVE UMT-PREV-BAL(UM-HIT) TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS RECEIVED' TO SAL-DESC.
           MOVE UMT-PAID(UM-HIT) TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNPAID BALANCE CARRIED FORWARD' TO SAL-DESC.
           MOVE UMT-BALANCE(UM-HIT) TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE C-DUE-AMT = UMT-BALANCE(UM-HIT) + C-ELECTRIC-AMT.
           MOVE 'TOTAL ELECTRIC DUE' TO SAL-DESC.
           MOVE C-DUE-AMT TO SAL-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 2 LINES.

       L4-EXCEPTION.
           ADD 1 TO C-EXC-CTR.
           PERFORM L4-EXC-LINE.

       L4-EXC-LINE.
           MOVE C-EXC-AMT TO EXL-AMT.
           WRITE EXCLINE FROM EXC-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-EXC-HEADINGS.

      *A SITE THAT OWES ELECTRIC BUT HAD NO READING THIS MONTH GETS
      *NO STATEMENT, SO THE OFFICE FOLLOWS UP FROM THE EXCEPTIONS
       L3-UNREAD-BALANCES.
           PERFORM VARYING UM-SUB FROM 1 BY 1
               UNTIL UM-SUB > UM-COUNT
                   IF UMT-READ(UM-SUB) = 'F'
                       AND UMT-BALANCE(UM-SUB) > 0
                       MOVE UMT-CAMPGROUND(UM-SUB) TO EXL-CAMPGROUND
                       MOVE UMT-SITE(UM-SUB) TO EXL-SITE
                       MOVE SPACES TO EXL-DATE
                       MOVE SPACES TO EXL-READING
                       MOVE UMT-BALANCE(UM-SUB) TO C-EXC-AMT
                       MOVE 'NO READING THIS MONTH - BALANCE CARRIED'
                           TO EXL-MSG
                       PERFORM L4-EXCEPTION
                   END-IF
           END-PERFORM.

       L3-SAVE-MASTER.
           OPEN OUTPUT UTILMAST.
           PERFORM VARYING UM-SUB FROM 1 BY 1
               UNTIL UM-SUB > UM-COUNT
                   MOVE UMT-CAMPGROUND(UM-SUB) TO UM-CAMPGROUND
                   MOVE UMT-SITE(UM-SUB) TO UM-SITE
                   MOVE UMT-LEASE-START(UM-SUB) TO UM-LEASE-START
                   MOVE UMT-LAST-DATE(UM-SUB) TO UM-LAST-DATE
                   MOVE UMT-LAST-READING(UM-SUB) TO UM-LAST-READING
                   MOVE UMT-BILLED-MONTHS(UM-SUB) TO UM-BILLED-MONTHS
                   MOVE UMT-TOTAL-KWH(UM-SUB) TO UM-TOTAL-KWH
                   MOVE UMT-BALANCE(UM-SUB) TO UM-BALANCE
                   WRITE UM-REC
           END-PERFORM.
           CLOSE UTILMAST.

       L2-CLOSING.
           PERFORM L3-UNREAD-BALANCES.
           PERFORM L3-SAVE-MASTER.

           MOVE C-MR-CTR TO GTL-READINGS.
           MOVE C-BILLED-CTR TO GTL-BILLED.
           MOVE C-BASELINE-CTR TO GTL-BASELINES.
           MOVE C-EXC-CTR TO GTL-EXCEPTIONS.
           MOVE C-KWH-TOTAL TO GTL-KWH.
           MOVE C-BILLED-TOTAL TO GTL-BILLED-AMT.
           MOVE C-PAID-TOTAL TO GTL-PAID-AMT.
           MOVE C-DUE-TOTAL TO GTL-DUE-AMT.
           WRITE EXCLINE FROM GT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE EXCLINE FROM GT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE C-EXC-CTR TO TR-REC-COUNT.
           MOVE C-EXC-CTR TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-BILLED-CTR TO TR-REC-COUNT.
           MOVE C-BILLED-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-MR-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           CLOSE METERRD.
           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

       L3-READ-METER.
           READ METERRD
               AT END
                   MOVE 'T' TO MR-EOF.

       L3-EXC-HEADINGS.
           ADD 1 TO EX-PG-CTR.
           MOVE EX-PG-CTR TO EX-PG.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.
       end program CBLCJF12.
