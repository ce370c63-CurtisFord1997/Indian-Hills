       identification division.
       program-id. CBLCJF13.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *CAMP STORE CHARGES AND CHECKOUT FOLIOS. THE STORE KEYS EACH
      *FIREWOOD, ICE, OR RENTAL SALE AGAINST A SITE TO STORECHG.DAT
      *(CAMPGROUND, SITE, DATE, ITEM CODE, QUANTITY). EACH CHARGE IS
      *PRICED OFF THE STORE ITEM TABLE IN CAMP.CPY AND POSTED TO THE
      *ACTIVE SITEOCC.DAT STAY ON THAT SITE FOR THAT DATE; OPEN
      *CHARGES CARRY IN FOLIOCHG.DAT UNTIL CHECKOUT. EVERY STAY
      *DEPARTING TODAY - AND ANY EARLIER STAY WITH CHARGES KEYED
      *LATE - GETS A FOLIO OF THE STAY PLUS ITS CHARGES, AND THE
      *CHARGES GO ON PREAUTH.DAT UNDER THE GUEST'S CARD TOKEN FROM
      *THE STAY CARD REGISTER FOR CBLCJF09 TO SEND TO THE PROCESSOR.
      *THE DAILY STORE SALES REPORT BY CAMPGROUND AND ITEM REPLACES
      *THE PAPER TALLY; CHARGES THAT CANNOT POST PRINT AS EXCEPTIONS.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STORECHG
               ASSIGN TO "C:/COBOLSP20/STORECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
           SELECT SITEOCC
               ASSIGN TO "C:/COBOLSP20/SITEOCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCC-FILE-STATUS.
           SELECT STAYCARD
               ASSIGN TO "C:/COBOLSP20/STAYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT FOLIOCHG
               ASSIGN TO "C:/COBOLSP20/FOLIOCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.
           SELECT PREAUTH
               ASSIGN TO "C:/COBOLSP20/PREAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-FILE-STATUS.
           SELECT FOLIOOUT
               ASSIGN TO "C:/COBOLSP20/CAMPFOLI.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/STORESLS.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCOUT
               ASSIGN TO "C:/COBOLSP20/STOREEXC.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
      *THE DAY'S STORE CHARGES, ONE ROW PER ITEM SOLD TO A SITE
       FD STORECHG
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 43 CHARACTERS.
       01 SH-REC.
           05 SH-CAMPGROUND        PIC X(25).
           05 SH-SITE              PIC XXX.
           05 SH-DATE              PIC 9(8).
           05 SH-ITEM              PIC X(4).
           05 SH-QTY               PIC 9(3).

       FD SITEOCC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OCC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 OCC-REC.
           05 OCC-R-STATUS         PIC X.
               88 OCC-R-ACTIVE         VALUE 'A'.
           05 OCC-R-CAMPGROUND     PIC X(25).
           05 OCC-R-SITE           PIC XXX.
           05 OCC-R-START-DATE     PIC 9(8).
           05 OCC-R-END-DATE       PIC 9(8).
           05 OCC-R-AMT            PIC 9(5)V99.
           05 OCC-R-PARTY          PIC 99.
           05 OCC-R-VEHICLES       PIC 99.

      *STAY CARD REGISTER - WRITTEN BY COBCJF01 AS EACH STAY BOOKS
       FD STAYCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 102 CHARACTERS.
       01 SC-REC.
           05 SC-CAMPGROUND        PIC X(25).
           05 SC-SITE              PIC XXX.
           05 SC-START-DATE        PIC 9(8).
           05 SC-NAME              PIC X(22).
           05 SC-CCTYPE            PIC X.
           05 SC-CCNUM             PIC 9(16).
           05 SC-CCEXP             PIC 9(8).
           05 SC-PRIOR-SITE        PIC XXX.
           05 SC-PRIOR-START       PIC 9(8).
           05 SC-CONF-DATE         PIC 9(8).

      *FOLIO CHARGE LEDGER - CHARGES POSTED TO A STAY, 'O' OPEN
      *UNTIL THE FOLIO BILLS THEM 'B', OR 'X' WHEN THE STAY WENT
      *AWAY BEFORE CHECKOUT. BILLED AND DROPPED ROWS FALL OFF THE
      *NEXT NIGHT.
       FD FOLIOCHG
           LABEL RECORD IS STANDARD
           DATA RECORD IS FC-REC
           RECORD CONTAINS 59 CHARACTERS.
       01 FC-REC.
           05 FC-STATUS            PIC X.
               88 FC-OPEN              VALUE 'O'.
           05 FC-CAMPGROUND        PIC X(25).
           05 FC-SITE              PIC XXX.
           05 FC-STAY-START        PIC 9(8).
           05 FC-DATE              PIC 9(8).
           05 FC-ITEM              PIC X(4).
           05 FC-QTY               PIC 9(3).
           05 FC-AMT               PIC 9(5)V99.

      *PRE-AUTHORIZATION FILE - TONIGHT'S RESERVATION RUN WROTE IT;
      *FOLIO CHARGES ARE ADDED TO THE SAME BATCH
       FD PREAUTH
           LABEL RECORD IS STANDARD
           DATA RECORD IS PA-REC
           RECORD CONTAINS 62 CHARACTERS.
       01 PA-REC.
           05 PA-NAME              PIC X(22).
           05 PA-AMT               PIC 9(5)V99.
           05 PA-CCTYPE            PIC X.
           05 PA-CCNUM             PIC 9(16).
           05 PA-CCEXP             PIC 9(8).
           05 PA-ARRIVAL           PIC 9(8).

       FD FOLIOOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FOLIOLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 FOLIOLINE                PIC X(132).

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

       01 SH-EOF                   PIC X       VALUE 'F'.
       01 SH-FILE-STATUS           PIC XX.
       01 OCC-FILE-STATUS          PIC XX.
       01 SC-FILE-STATUS           PIC XX.
       01 FC-FILE-STATUS           PIC XX.
       01 PA-FILE-STATUS           PIC XX.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE               PIC 9(8).
           05 I-TIME               PIC X(11).
       01 DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05 I-YYYY               PIC 9(4).
           05 I-MM                 PIC 99.
           05 I-DD                 PIC 99.
           05 FILLER               PIC X(11).

      *THE OCCUPANCY LEDGER, ACTIVE STAYS ONLY
       01 OCC-TABLE-AREA.
           05 OCC-ENTRY            OCCURS 2000 TIMES.
               10 OCC-STATUS           PIC X.
                   88 OCC-ACTIVE           VALUE 'A'.
               10 OCC-CAMPGROUND       PIC X(25).
               10 OCC-SITE             PIC XXX.
               10 OCC-START-DATE       PIC 9(8).
               10 OCC-END-DATE         PIC 9(8).
               10 OCC-AMT              PIC 9(5)V99.

      *THE STAY CARD REGISTER, HELD FOR THE FOLIO'S CARD LOOKUP
       01 SC-TABLE-AREA.
           05 SC-ENTRY             OCCURS 3000 TIMES.
               10 SCT-CAMPGROUND       PIC X(25).
               10 SCT-SITE             PIC XXX.
               10 SCT-START-DATE       PIC 9(8).
               10 SCT-NAME             PIC X(22).
               10 SCT-CCTYPE           PIC X.
               10 SCT-CCNUM            PIC 9(16).
               10 SCT-CCEXP            PIC 9(8).
               10 SCT-PRIOR-SITE       PIC XXX.
               10 SCT-PRIOR-START      PIC 9(8).

      *OPEN CHARGES CARRIED IN, PLUS TONIGHT'S
       01 FC-TABLE-AREA.
           05 FC-ENTRY             OCCURS 3000 TIMES.
               10 FCT-STATUS           PIC X.
               10 FCT-CAMPGROUND       PIC X(25).
               10 FCT-SITE             PIC XXX.
               10 FCT-STAY-START       PIC 9(8).
               10 FCT-DATE             PIC 9(8).
               10 FCT-ITEM             PIC X(4).
               10 FCT-QTY              PIC 9(3).
               10 FCT-AMT              PIC 9(5)V99.

      *TODAY'S SALES BY CAMPGROUND, ONE BUCKET PER STORE ITEM IN
      *CAMP.CPY'S TABLE ORDER; THE LAST ROW IS ALL CAMPGROUNDS
       01 SALES-TABLE-AREA.
           05 SALES-CG             OCCURS 11 TIMES.
               10 SL-CAMPGROUND        PIC X(25).
               10 SL-ITEM              OCCURS 9 TIMES.
                   15 SL-QTY               PIC 9(5).
                   15 SL-AMT               PIC 9(7)V99.

       01 FOLIO-VARS.
           05 OCC-COUNT            PIC 9(4)    VALUE ZERO.
           05 OCC-SUB              PIC 9(4)    VALUE ZERO.
           05 OCC-HIT              PIC 9(4)    VALUE ZERO.
           05 OCC-MATCH            PIC XXX     VALUE 'NO'.
           05 SC-COUNT             PIC 9(4)    VALUE ZERO.
           05 SC-SUB               PIC 9(4)    VALUE ZERO.
           05 SC-HIT               PIC 9(4)    VALUE ZERO.
           05 SC-HOPS              PIC 9       VALUE ZERO.
           05 FC-COUNT             PIC 9(4)    VALUE ZERO.
           05 FC-SUB               PIC 9(4)    VALUE ZERO.
           05 CG-COUNT             PIC 99      VALUE ZERO.
           05 CG-SUB               PIC 99      VALUE ZERO.
           05 CG-HIT               PIC 99      VALUE ZERO.
           05 IT-SUB               PIC 99      VALUE ZERO.
           05 ITEM-SUB             PIC 99      VALUE ZERO.
           05 FIND-CAMPGROUND      PIC X(25)   VALUE SPACE.
           05 FIND-SITE            PIC XXX     VALUE SPACE.
           05 FIND-START           PIC 9(8)    VALUE ZERO.
           05 FOLIO-DUE-SW         PIC X       VALUE 'F'.
           05 C-CHG-AMT            PIC 9(5)V99 VALUE ZERO.
           05 C-FOLIO-CHG          PIC 9(5)V99 VALUE ZERO.
           05 C-FOLIO-TOTAL        PIC 9(6)V99 VALUE ZERO.
           05 C-CG-QTY             PIC 9(5)    VALUE ZERO.
           05 C-CG-AMT             PIC 9(7)V99 VALUE ZERO.
           05 C-EXC-AMT            PIC 9(5)V99 VALUE ZERO.
           05 C-SH-CTR             PIC 9(5)    VALUE ZERO.
           05 C-POSTED-CTR         PIC 9(5)    VALUE ZERO.
           05 C-POSTED-AMT         PIC 9(7)V99 VALUE ZERO.
           05 C-EXC-CTR            PIC 9(5)    VALUE ZERO.
           05 C-FOLIO-CTR          PIC 9(5)    VALUE ZERO.
           05 C-CARD-CTR           PIC 9(5)    VALUE ZERO.
           05 C-CARD-AMT           PIC 9(7)V99 VALUE ZERO.
           05 PG-CTR               PIC 99      VALUE ZERO.
           05 EX-PG-CTR            PIC 99      VALUE ZERO.
           05 FO-PG-CTR            PIC 9(3)    VALUE ZERO.

       01 SALES-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 SLT-MM               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 SLT-DD               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 SLT-YYYY             PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'THE CAMPGROUNDS - DAILY CAMP STORE SALES'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 SALES-HEADINGS.
           05 FILLER               PIC X(27)   VALUE "CAMPGROUND".
           05 FILLER               PIC X(6)    VALUE "ITEM".
           05 FILLER               PIC X(22)   VALUE "DESCRIPTION".
           05 FILLER               PIC X(9)    VALUE "   QTY".
           05 FILLER               PIC X(68)   VALUE "      AMOUNT".

       01 SALES-LINE.
           05 SAL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC XX      VALUE SPACE.
           05 SAL-ITEM             PIC X(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 SAL-DESC             PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 SAL-QTY              PIC ZZ,ZZ9.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 SAL-AMT              PIC $,$$$,$$9.99.
           05 FILLER               PIC X(56)   VALUE SPACE.

       01 SALES-TOTAL-LINE.
           05 FILLER               PIC X(33)   VALUE SPACE.
           05 STL-DESC             PIC X(22).
           05 STL-QTY              PIC ZZ,ZZ9.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 STL-AMT              PIC $,$$$,$$9.99.
           05 FILLER               PIC X(56)   VALUE SPACE.

       01 EXC-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 ET-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ET-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 ET-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'THE CAMPGROUNDS - STORE CHARGE EXCEPTIONS'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 EX-PG                PIC Z9.

       01 EXC-HEADINGS.
           05 FILLER               PIC X(27)   VALUE "CAMPGROUND".
           05 FILLER               PIC X(6)    VALUE "SITE".
           05 FILLER               PIC X(10)   VALUE "DATE".
           05 FILLER               PIC X(6)    VALUE "ITEM".
           05 FILLER               PIC X(5)    VALUE "QTY".
           05 FILLER               PIC X(12)   VALUE "AMOUNT".
           05 FILLER               PIC X(66)   VALUE "EXCEPTION".

       01 EXC-LINE.
           05 EXL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-SITE             PIC XXX.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 EXL-DATE             PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-ITEM             PIC X(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-QTY              PIC X(3).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EXL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 EXL-MSG              PIC X(50).
           05 FILLER               PIC X(16)   VALUE SPACE.

       01 GT-EXC-LINE.
           05 FILLER               PIC X(17)
               VALUE 'CHARGES KEYED:'.
           05 GEL-KEYED            PIC ZZ,ZZ9.
           05 FILLER               PIC X(12)   VALUE '  POSTED:'.
           05 GEL-POSTED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(14)   VALUE '  EXCEPTIONS:'.
           05 GEL-EXCEPTIONS       PIC ZZ,ZZ9.
           05 FILLER               PIC X(11)   VALUE '  FOLIOS:'.
           05 GEL-FOLIOS           PIC ZZ,ZZ9.
           05 FILLER               PIC X(17)
               VALUE '  TO CARD:'.
           05 GEL-CARD-AMT         PIC $$$,$$9.99.
           05 FILLER               PIC X(27)   VALUE SPACE.

       01 FOLIO-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 FT-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FT-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FT-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(75)
               VALUE 'THE CAMPGROUNDS - CHECKOUT FOLIO'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 FO-PG                PIC ZZ9.

       01 FOLIO-GUEST-LINE.
           05 FILLER               PIC X(8)    VALUE 'GUEST:'.
           05 FGL-NAME             PIC X(22).
           05 FILLER               PIC X(102)  VALUE SPACE.

       01 FOLIO-STAY-LINE.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND:'.
           05 FSL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC X(7)    VALUE ' SITE:'.
           05 FSL-SITE             PIC XXX.
           05 FILLER               PIC X(12)   VALUE '   ARRIVAL:'.
           05 FSL-START            PIC 9(8).
           05 FILLER               PIC X(14)
               VALUE '   DEPARTURE:'.
           05 FSL-END              PIC 9(8).
           05 FILLER               PIC X(43)   VALUE SPACE.

       01 FOLIO-HEADINGS.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE "DATE".
           05 FILLER               PIC X(22)   VALUE "ITEM".
           05 FILLER               PIC X(6)    VALUE "QTY".
           05 FILLER               PIC X(10)   VALUE "  PRICE".
           05 FILLER               PIC X(80)   VALUE "    AMOUNT".

       01 FOLIO-CHG-LINE.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FCL-DATE             PIC 9(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FCL-DESC             PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FCL-QTY              PIC ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 FCL-PRICE            PIC $$$9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 FCL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC X(73)   VALUE SPACE.

       01 FOLIO-AMT-LINE.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FAL-DESC             PIC X(45).
           05 FAL-AMT              PIC $$$,$$9.99.
           05 FILLER               PIC X(73)   VALUE SPACE.

       01 FOLIO-CARD-LINE.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FCD-MSG              PIC X(60).
           05 FILLER               PIC X(68)   VALUE SPACE.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL SH-EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS PRINTED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           OPEN OUTPUT FOLIOOUT.
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
           MOVE I-MM TO SLT-MM.
           MOVE I-DD TO SLT-DD.
           MOVE I-YYYY TO SLT-YYYY.
           MOVE I-MM TO ET-MM.
           MOVE I-DD TO ET-DD.
           MOVE I-YYYY TO ET-YYYY.
           MOVE I-MM TO FT-MM.
           MOVE I-DD TO FT-DD.
           MOVE I-YYYY TO FT-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF13" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM L3-LOAD-OCCUPANCY.
           PERFORM L3-LOAD-CARDS.
           PERFORM L3-LOAD-CHARGES.

      *THE ALL-CAMPGROUNDS ROW STARTS EMPTY
           MOVE 'ALL CAMPGROUNDS' TO SL-CAMPGROUND(11).
           PERFORM VARYING IT-SUB FROM 1 BY 1
               UNTIL IT-SUB > 9
                   MOVE 0 TO SL-QTY(11, IT-SUB)
                   MOVE 0 TO SL-AMT(11, IT-SUB)
           END-PERFORM.

           PERFORM L3-EXC-HEADINGS.

           OPEN INPUT STORECHG.
           IF SH-FILE-STATUS NOT = '00'
               MOVE 'T' TO SH-EOF
           ELSE
               PERFORM L3-READ-CHARGE
           END-IF.

       L3-LOAD-OCCUPANCY.
           OPEN INPUT SITEOCC.
           IF OCC-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-OCC
                   UNTIL OCC-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE SITEOCC.

       L4-LOAD-ONE-OCC.
           READ SITEOCC
               AT END
                   MOVE '10' TO OCC-FILE-STATUS
               NOT AT END
                   IF OCC-R-ACTIVE
                       IF OCC-COUNT < 2000
                           ADD 1 TO OCC-COUNT
                           MOVE 'A' TO OCC-STATUS(OCC-COUNT)
                           MOVE OCC-R-CAMPGROUND
                               TO OCC-CAMPGROUND(OCC-COUNT)
                           MOVE OCC-R-SITE TO OCC-SITE(OCC-COUNT)
                           MOVE OCC-R-START-DATE
                               TO OCC-START-DATE(OCC-COUNT)
                           MOVE OCC-R-END-DATE
                               TO OCC-END-DATE(OCC-COUNT)
                           MOVE OCC-R-AMT TO OCC-AMT(OCC-COUNT)
                       ELSE
                           DISPLAY 'SITEOCC.DAT EXCEEDS 2000 ACTIVE'
                               ' ROWS -- '
                           DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
                       END-IF
                   ELSE
                       PERFORM L4-CANCEL-MATCHING-OCC
                   END-IF
           END-READ.

       L4-CANCEL-MATCHING-OCC.
           MOVE 'NO' TO OCC-MATCH.
           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT OR OCC-MATCH = 'YES'
                   IF OCC-ACTIVE(OCC-SUB)
                       AND OCC-CAMPGROUND(OCC-SUB) = OCC-R-CAMPGROUND
                       AND OCC-SITE(OCC-SUB) = OCC-R-SITE
                       AND OCC-START-DATE(OCC-SUB) = OCC-R-START-DATE
                       MOVE 'C' TO OCC-STATUS(OCC-SUB)
                       MOVE 'YES' TO OCC-MATCH
                   END-IF
           END-PERFORM.

       L3-LOAD-CARDS.
           OPEN INPUT STAYCARD.
           IF SC-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CARD
                   UNTIL SC-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE STAYCARD.

       L4-LOAD-ONE-CARD.
           READ STAYCARD
               AT END
                   MOVE '10' TO SC-FILE-STATUS
               NOT AT END
                   IF SC-COUNT < 3000
                       ADD 1 TO SC-COUNT
                       MOVE SC-CAMPGROUND TO SCT-CAMPGROUND(SC-COUNT)
                       MOVE SC-SITE TO SCT-SITE(SC-COUNT)
                       MOVE SC-START-DATE TO SCT-START-DATE(SC-COUNT)
                       MOVE SC-NAME TO SCT-NAME(SC-COUNT)
                       MOVE SC-CCTYPE TO SCT-CCTYPE(SC-COUNT)
                       MOVE SC-CCNUM TO SCT-CCNUM(SC-COUNT)
                       MOVE SC-CCEXP TO SCT-CCEXP(SC-COUNT)
                       MOVE SC-PRIOR-SITE TO SCT-PRIOR-SITE(SC-COUNT)
                       MOVE SC-PRIOR-START
                           TO SCT-PRIOR-START(SC-COUNT)
                   ELSE
                       DISPLAY 'STAY CARD TABLE EXCEEDS 3000 ROWS -- '
                           'REMAINING ROWS NOT LOADED'
                   END-IF
           END-READ.

      *OPEN CHARGES CARRY IN; LAST NIGHT'S BILLED AND DROPPED ROWS
      *ARE ON LAST NIGHT'S FOLIOS AND EXCEPTIONS AND FALL OFF HERE
       L3-LOAD-CHARGES.
           OPEN INPUT FOLIOCHG.
           IF FC-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CHARGE
                   UNTIL FC-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE FOLIOCHG.

       L4-LOAD-ONE-CHARGE.
           READ FOLIOCHG
               AT END
                   MOVE '10' TO FC-FILE-STATUS
               NOT AT END
                   IF FC-OPEN
                       IF FC-COUNT < 3000
                           ADD 1 TO FC-COUNT
                           MOVE FC-REC TO FC-ENTRY(FC-COUNT)
                       ELSE
                           DISPLAY 'FOLIO CHARGE TABLE EXCEEDS 3000 '
                               'ROWS -- REMAINING ROWS NOT LOADED'
                       END-IF
                   END-IF
           END-READ.

      *ONE STORE CHARGE: PRICE IT AND POST IT TO THE STAY ON THE
      *SITE THAT DAY
       L2-MAINLINE.
           ADD 1 TO C-SH-CTR.
           PERFORM L3-POST-CHARGE THRU L3-POST-CHARGE-X.
           PERFORM L3-READ-CHARGE.

       L3-POST-CHARGE.
           MOVE SH-CAMPGROUND TO EXL-CAMPGROUND.
           MOVE SH-SITE TO EXL-SITE.
           MOVE SH-DATE TO EXL-DATE.
           MOVE SH-ITEM TO EXL-ITEM.
           MOVE SH-QTY TO EXL-QTY.
           MOVE 0 TO C-EXC-AMT.

           IF SH-DATE NOT NUMERIC OR SH-DATE > I-DATE
               MOVE 'CHARGE DATE MISSING OR AFTER TODAY' TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-POST-CHARGE-X
           END-IF.
           IF SH-QTY NOT NUMERIC OR SH-QTY = 0
               MOVE 'QUANTITY MISSING OR ZERO' TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-POST-CHARGE-X
           END-IF.

           SET ITEM-INDEX TO 1.
           SEARCH STORE-ITEM
               AT END
                   MOVE 'ITEM CODE NOT IN THE STORE ITEM TABLE'
                       TO EXL-MSG
                   PERFORM L4-EXCEPTION
                   GO TO L3-POST-CHARGE-X
               WHEN ITEM-CODE(ITEM-INDEX) = SH-ITEM
                   CONTINUE
           END-SEARCH.
           SET ITEM-SUB TO ITEM-INDEX.
           COMPUTE C-CHG-AMT = SH-QTY * ITEM-PRICE(ITEM-SUB).
           MOVE C-CHG-AMT TO C-EXC-AMT.

      *THE STAY ON THE SITE THAT NIGHT - DEPARTURE DAY COUNTS, SO A
      *MORNING BAG OF ICE STILL LANDS ON THE FOLIO
           MOVE 0 TO OCC-HIT.
           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT OR OCC-HIT > 0
                   IF OCC-ACTIVE(OCC-SUB)
                       AND OCC-CAMPGROUND(OCC-SUB) = SH-CAMPGROUND
                       AND OCC-SITE(OCC-SUB) = SH-SITE
                       AND OCC-START-DATE(OCC-SUB) NOT > SH-DATE
                       AND OCC-END-DATE(OCC-SUB) NOT < SH-DATE
                       MOVE OCC-SUB TO OCC-HIT
                   END-IF
           END-PERFORM.
           IF OCC-HIT = 0
               MOVE 'NO ACTIVE STAY ON THE SITE FOR THE DATE'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-POST-CHARGE-X
           END-IF.
           IF FC-COUNT NOT < 3000
               MOVE 'FOLIO CHARGE TABLE FULL - NOT POSTED' TO EXL-MSG
               PERFORM L4-EXCEPTION
               GO TO L3-POST-CHARGE-X
           END-IF.

           ADD 1 TO FC-COUNT.
           MOVE 'O' TO FCT-STATUS(FC-COUNT).
           MOVE SH-CAMPGROUND TO FCT-CAMPGROUND(FC-COUNT).
           MOVE SH-SITE TO FCT-SITE(FC-COUNT).
           MOVE OCC-START-DATE(OCC-HIT) TO FCT-STAY-START(FC-COUNT).
           MOVE SH-DATE TO FCT-DATE(FC-COUNT).
           MOVE SH-ITEM TO FCT-ITEM(FC-COUNT).
           MOVE SH-QTY TO FCT-QTY(FC-COUNT).
           MOVE C-CHG-AMT TO FCT-AMT(FC-COUNT).
           ADD 1 TO C-POSTED-CTR.
           ADD C-CHG-AMT TO C-POSTED-AMT.

      *TODAY'S SALES BY CAMPGROUND AND ITEM
           MOVE 0 TO CG-HIT.
           PERFORM VARYING CG-SUB FROM 1 BY 1
               UNTIL CG-SUB > CG-COUNT OR CG-HIT > 0
                   IF SL-CAMPGROUND(CG-SUB) = SH-CAMPGROUND
                       MOVE CG-SUB TO CG-HIT
                   END-IF
           END-PERFORM.
           IF CG-HIT = 0 AND CG-COUNT < 10
               ADD 1 TO CG-COUNT
               MOVE CG-COUNT TO CG-HIT
               MOVE SH-CAMPGROUND TO SL-CAMPGROUND(CG-HIT)
               PERFORM VARYING IT-SUB FROM 1 BY 1
                   UNTIL IT-SUB > 9
                       MOVE 0 TO SL-QTY(CG-HIT, IT-SUB)
                       MOVE 0 TO SL-AMT(CG-HIT, IT-SUB)
               END-PERFORM
           END-IF.
           IF CG-HIT > 0
               ADD SH-QTY TO SL-QTY(CG-HIT, ITEM-SUB)
               ADD C-CHG-AMT TO SL-AMT(CG-HIT, ITEM-SUB)
           END-IF.
           ADD SH-QTY TO SL-QTY(11, ITEM-SUB).
           ADD C-CHG-AMT TO SL-AMT(11, ITEM-SUB).

       L3-POST-CHARGE-X.
           EXIT.

       L4-EXCEPTION.
           ADD 1 TO C-EXC-CTR.
           MOVE C-EXC-AMT TO EXL-AMT.
           WRITE EXCLINE FROM EXC-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-EXC-HEADINGS.

      *CHECKOUT: EVERY STAY LEAVING TODAY GETS A FOLIO, AND SO DOES
      *AN EARLIER STAY THAT STILL HAS OPEN CHARGES
       L3-FOLIOS.
           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT
                   IF OCC-ACTIVE(OCC-SUB)
                       AND OCC-END-DATE(OCC-SUB) NOT > I-DATE
                       PERFORM L4-FOLIO-DUE
                       IF FOLIO-DUE-SW = 'T'
                           PERFORM L4-FOLIO
                       END-IF
                   END-IF
           END-PERFORM.

       L4-FOLIO-DUE.
           MOVE 'F' TO FOLIO-DUE-SW.
           IF OCC-END-DATE(OCC-SUB) = I-DATE
               MOVE 'T' TO FOLIO-DUE-SW
           END-IF.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FC-COUNT OR FOLIO-DUE-SW = 'T'
                   IF FCT-STATUS(FC-SUB) = 'O'
                       AND FCT-CAMPGROUND(FC-SUB) =
                           OCC-CAMPGROUND(OCC-SUB)
                       AND FCT-SITE(FC-SUB) = OCC-SITE(OCC-SUB)
                       AND FCT-STAY-START(FC-SUB) =
                           OCC-START-DATE(OCC-SUB)
                       MOVE 'T' TO FOLIO-DUE-SW
                   END-IF
           END-PERFORM.

       L4-FOLIO.
           ADD 1 TO C-FOLIO-CTR.
           ADD 1 TO FO-PG-CTR.
           MOVE FO-PG-CTR TO FO-PG.
           WRITE FOLIOLINE FROM FOLIO-TITLE
               AFTER ADVANCING PAGE.

           MOVE OCC-CAMPGROUND(OCC-SUB) TO FIND-CAMPGROUND.
           MOVE OCC-SITE(OCC-SUB) TO FIND-SITE.
           MOVE OCC-START-DATE(OCC-SUB) TO FIND-START.
           PERFORM L4-FIND-CARD.
           IF SC-HIT > 0
               MOVE SCT-NAME(SC-HIT) TO FGL-NAME
           ELSE
               MOVE 'NOT ON FILE' TO FGL-NAME
           END-IF.
           WRITE FOLIOLINE FROM FOLIO-GUEST-LINE
               AFTER ADVANCING 3 LINES.
           MOVE OCC-CAMPGROUND(OCC-SUB) TO FSL-CAMPGROUND.
           MOVE OCC-SITE(OCC-SUB) TO FSL-SITE.
           MOVE OCC-START-DATE(OCC-SUB) TO FSL-START.
           MOVE OCC-END-DATE(OCC-SUB) TO FSL-END.
           WRITE FOLIOLINE FROM FOLIO-STAY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'STAY - PAID AT BOOKING' TO FAL-DESC.
           MOVE OCC-AMT(OCC-SUB) TO FAL-AMT.
           WRITE FOLIOLINE FROM FOLIO-AMT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE FOLIOLINE FROM FOLIO-HEADINGS
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO C-FOLIO-CHG.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FC-COUNT
                   IF FCT-STATUS(FC-SUB) = 'O'
                       AND FCT-CAMPGROUND(FC-SUB) =
                           OCC-CAMPGROUND(OCC-SUB)
                       AND FCT-SITE(FC-SUB) = OCC-SITE(OCC-SUB)
                       AND FCT-STAY-START(FC-SUB) =
                           OCC-START-DATE(OCC-SUB)
                       PERFORM L4-FOLIO-CHG-LINE
                   END-IF
           END-PERFORM.

           MOVE 'STORE AND RENTAL CHARGES' TO FAL-DESC.
           MOVE C-FOLIO-CHG TO FAL-AMT.
           WRITE FOLIOLINE FROM FOLIO-AMT-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE C-FOLIO-TOTAL = OCC-AMT(OCC-SUB) + C-FOLIO-CHG.
           MOVE 'FOLIO TOTAL' TO FAL-DESC.
           MOVE C-FOLIO-TOTAL TO FAL-AMT.
           WRITE FOLIOLINE FROM FOLIO-AMT-LINE
               AFTER ADVANCING 1 LINE.

      *THE CHARGES GO TO THE CARD ON FILE THROUGH ITS VAULT TOKEN,
      *IN TONIGHT'S PRE-AUTH BATCH UNDER THE STAY'S ARRIVAL DATE
           EVALUATE TRUE
               WHEN C-FOLIO-CHG = 0
                   MOVE 'NOTHING FURTHER DUE' TO FCD-MSG
               WHEN SC-HIT = 0
                   MOVE 'NO CARD ON FILE - SETTLE AT THE OFFICE'
                       TO FCD-MSG
                   MOVE OCC-CAMPGROUND(OCC-SUB) TO EXL-CAMPGROUND
                   MOVE OCC-SITE(OCC-SUB) TO EXL-SITE
                   MOVE OCC-END-DATE(OCC-SUB) TO EXL-DATE
                   MOVE SPACES TO EXL-ITEM
                   MOVE SPACES TO EXL-QTY
                   MOVE C-FOLIO-CHG TO C-EXC-AMT
                   MOVE 'FOLIO HAS NO CARD ON FILE - COLLECT'
                       TO EXL-MSG
                   PERFORM L4-EXCEPTION
               WHEN OTHER
                   MOVE 'CHARGES BILLED TO THE CARD ON FILE'
                       TO FCD-MSG
                   MOVE SCT-NAME(SC-HIT) TO PA-NAME
                   MOVE C-FOLIO-CHG TO PA-AMT
                   MOVE SCT-CCTYPE(SC-HIT) TO PA-CCTYPE
                   MOVE SCT-CCNUM(SC-HIT) TO PA-CCNUM
                   MOVE SCT-CCEXP(SC-HIT) TO PA-CCEXP
                   MOVE OCC-START-DATE(OCC-SUB) TO PA-ARRIVAL
                   WRITE PA-REC
                   ADD 1 TO C-CARD-CTR
                   ADD C-FOLIO-CHG TO C-CARD-AMT
           END-EVALUATE.
           WRITE FOLIOLINE FROM FOLIO-CARD-LINE
               AFTER ADVANCING 2 LINES.

       L4-FOLIO-CHG-LINE.
           MOVE FCT-DATE(FC-SUB) TO FCL-DATE.
           MOVE FCT-QTY(FC-SUB) TO FCL-QTY.
           MOVE FCT-AMT(FC-SUB) TO FCL-AMT.
           MOVE FCT-ITEM(FC-SUB) TO FCL-DESC.
           MOVE 0 TO FCL-PRICE.
           SET ITEM-INDEX TO 1.
           SEARCH STORE-ITEM
               WHEN ITEM-CODE(ITEM-INDEX) = FCT-ITEM(FC-SUB)
                   MOVE ITEM-DESC(ITEM-INDEX) TO FCL-DESC
                   MOVE ITEM-PRICE(ITEM-INDEX) TO FCL-PRICE
           END-SEARCH.
           WRITE FOLIOLINE FROM FOLIO-CHG-LINE
               AFTER ADVANCING 1 LINE.
           ADD FCT-AMT(FC-SUB) TO C-FOLIO-CHG.
           MOVE 'B' TO FCT-STATUS(FC-SUB).

      *THE CARD BEHIND A STAY - A MODIFIED STAY POINTS BACK TO THE
      *BOOKING IT REPLACED, SO FOLLOW THE CHAIN TO THE CARD
       L4-FIND-CARD.
           MOVE 0 TO SC-HOPS.
           PERFORM L4-FIND-CARD-ROW.
           PERFORM UNTIL SC-HIT = 0 OR SCT-CCNUM(SC-HIT) NOT = 0
               OR SC-HOPS > 5
                   ADD 1 TO SC-HOPS
                   MOVE SCT-PRIOR-SITE(SC-HIT) TO FIND-SITE
                   MOVE SCT-PRIOR-START(SC-HIT) TO FIND-START
                   PERFORM L4-FIND-CARD-ROW
           END-PERFORM.
           IF SC-HOPS > 5
               MOVE 0 TO SC-HIT
           END-IF.

      *THE LATEST ROW FOR THE STAY WINS
       L4-FIND-CARD-ROW.
           MOVE 0 TO SC-HIT.
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > SC-COUNT
                   IF SCT-CAMPGROUND(SC-SUB) = FIND-CAMPGROUND
                       AND SCT-SITE(SC-SUB) = FIND-SITE
                       AND SCT-START-DATE(SC-SUB) = FIND-START
                       MOVE SC-SUB TO SC-HIT
                   END-IF
           END-PERFORM.

      *A CHARGE STILL OPEN WHOSE STAY IS NO LONGER ACTIVE - CANCELLED
      *OR ARCHIVED BEFORE CHECKOUT - CANNOT BILL; THE OFFICE COLLECTS
       L3-ORPHAN-CHARGES.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FC-COUNT
                   IF FCT-STATUS(FC-SUB) = 'O'
                       PERFORM L4-CHECK-ORPHAN
                   END-IF
           END-PERFORM.

       L4-CHECK-ORPHAN.
           MOVE 0 TO OCC-HIT.
           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT OR OCC-HIT > 0
                   IF OCC-ACTIVE(OCC-SUB)
                       AND OCC-CAMPGROUND(OCC-SUB) =
                           FCT-CAMPGROUND(FC-SUB)
                       AND OCC-SITE(OCC-SUB) = FCT-SITE(FC-SUB)
                       AND OCC-START-DATE(OCC-SUB) =
                           FCT-STAY-START(FC-SUB)
                       MOVE OCC-SUB TO OCC-HIT
                   END-IF
           END-PERFORM.
           IF OCC-HIT = 0
               MOVE FCT-CAMPGROUND(FC-SUB) TO EXL-CAMPGROUND
               MOVE FCT-SITE(FC-SUB) TO EXL-SITE
               MOVE FCT-DATE(FC-SUB) TO EXL-DATE
               MOVE FCT-ITEM(FC-SUB) TO EXL-ITEM
               MOVE FCT-QTY(FC-SUB) TO EXL-QTY
               MOVE FCT-AMT(FC-SUB) TO C-EXC-AMT
               MOVE 'STAY CANCELLED BEFORE CHECKOUT - COLLECT'
                   TO EXL-MSG
               PERFORM L4-EXCEPTION
               MOVE 'X' TO FCT-STATUS(FC-SUB)
           END-IF.

       L3-SALES-REPORT.
           PERFORM L3-SALES-HEADINGS.
           PERFORM VARYING CG-SUB FROM 1 BY 1
               UNTIL CG-SUB > CG-COUNT
                   PERFORM L4-SALES-CAMPGROUND
           END-PERFORM.
           MOVE 11 TO CG-SUB.
           PERFORM L4-SALES-CAMPGROUND.

       L4-SALES-CAMPGROUND.
           MOVE 0 TO C-CG-QTY.
           MOVE 0 TO C-CG-AMT.
           MOVE SL-CAMPGROUND(CG-SUB) TO SAL-CAMPGROUND.
           PERFORM VARYING IT-SUB FROM 1 BY 1
               UNTIL IT-SUB > 9
                   IF SL-QTY(CG-SUB, IT-SUB) > 0
                       MOVE ITEM-CODE(IT-SUB) TO SAL-ITEM
                       MOVE ITEM-DESC(IT-SUB) TO SAL-DESC
                       MOVE SL-QTY(CG-SUB, IT-SUB) TO SAL-QTY
                       MOVE SL-AMT(CG-SUB, IT-SUB) TO SAL-AMT
                       ADD SL-QTY(CG-SUB, IT-SUB) TO C-CG-QTY
                       ADD SL-AMT(CG-SUB, IT-SUB) TO C-CG-AMT
                       WRITE PRTLINE FROM SALES-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L3-SALES-HEADINGS
                       END-WRITE
                       MOVE SPACES TO SAL-CAMPGROUND
                   END-IF
           END-PERFORM.
           IF CG-SUB = 11
               MOVE 'ALL CAMPGROUNDS TOTAL' TO STL-DESC
           ELSE
               MOVE 'CAMPGROUND TOTAL' TO STL-DESC
           END-IF.
           MOVE C-CG-QTY TO STL-QTY.
           MOVE C-CG-AMT TO STL-AMT.
           WRITE PRTLINE FROM SALES-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-SALES-HEADINGS.

       L3-SAVE-CHARGES.
           OPEN OUTPUT FOLIOCHG.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FC-COUNT
                   MOVE FC-ENTRY(FC-SUB) TO FC-REC
                   WRITE FC-REC
           END-PERFORM.
           CLOSE FOLIOCHG.

       L2-CLOSING.
           OPEN EXTEND PREAUTH.
           IF PA-FILE-STATUS NOT = '00'
               OPEN OUTPUT PREAUTH
           END-IF.
           PERFORM L3-FOLIOS.
           PERFORM L3-ORPHAN-CHARGES.
           CLOSE PREAUTH.
           PERFORM L3-SAVE-CHARGES.
           PERFORM L3-SALES-REPORT.

           MOVE C-POSTED-CTR TO TR-REC-COUNT.
           MOVE C-POSTED-AMT TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-SH-CTR TO GEL-KEYED.
           MOVE C-POSTED-CTR TO GEL-POSTED.
           MOVE C-EXC-CTR TO GEL-EXCEPTIONS.
           MOVE C-FOLIO-CTR TO GEL-FOLIOS.
           MOVE C-CARD-AMT TO GEL-CARD-AMT.
           WRITE EXCLINE FROM GT-EXC-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-EXC-CTR TO TR-REC-COUNT.
           MOVE C-EXC-CTR TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-CARD-CTR TO TR-REC-COUNT.
           MOVE C-CARD-AMT TO TR-HASH-TOTAL.
           WRITE FOLIOLINE FROM TRAILER-LINE
               AFTER ADVANCING PAGE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-SH-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           CLOSE STORECHG.
           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE FOLIOOUT.
           CLOSE AUDITLOG.

       L3-READ-CHARGE.
           READ STORECHG
               AT END
                   MOVE 'T' TO SH-EOF.

       L3-SALES-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM SALES-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SALES-HEADINGS
               AFTER ADVANCING 2 LINES.

       L3-EXC-HEADINGS.
           ADD 1 TO EX-PG-CTR.
           MOVE EX-PG-CTR TO EX-PG.
           WRITE EXCLINE FROM EXC-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.
       end program CBLCJF13.
