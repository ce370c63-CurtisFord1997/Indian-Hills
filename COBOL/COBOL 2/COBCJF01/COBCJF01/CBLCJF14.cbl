       identification division.
       program-id. CBLCJF14.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *CHARGEBACK AND DISPUTE HANDLING. WHEN A GUEST DISPUTES A
      *CAMPGROUND CHARGE THE PROCESSOR'S NOTICE USED TO ARRIVE ON
      *PAPER WITH NOTHING BUT A CARD NUMBER. THIS STEP READS THE
      *PROCESSOR'S DISPUTE FILE (DISPUTES.DAT - CASE NUMBER, N NEW
      *DISPUTE, W WON, OR L LOST, NOTICE DATE, CARD NUMBER, ARRIVAL
      *DATE, AMOUNT, REASON CODE). A NEW DISPUTE'S CARD NUMBER IS
      *TURNED BACK INTO ITS VAULT TOKEN THROUGH CARDVLT.DAT, THE
      *TOKEN AND ARRIVAL DATE FIND THE BOOKING ON THE STAY CARD
      *REGISTER, AND AN EVIDENCE PACKET PRINTS: THE BOOKING, EVERY
      *MODIFICATION AFTER IT, ITS CANCELLATION HISTORY OFF
      *SITEOCC.DAT, THE DATE THE CONFIRMATION LETTER WENT OUT, AND
      *WHETHER THE GUEST CAME THROUGH THE GATE. THE DISPUTE LEDGER
      *(DISPLEDG.DAT) CARRIES EACH CASE OPEN UNTIL IT IS WON OR
      *LOST; A LOST CASE GOES ON CHGBACK.DAT SO TONIGHT'S
      *RESERVATION RUN REVERSES IT ON THE REFUND REPORT. THE CARD
      *NUMBER NEVER PRINTS - ONLY ITS LAST FOUR DIGITS.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DISPUTES
               ASSIGN TO "C:/COBOLSP20/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-FILE-STATUS.
           SELECT CARDVLT
               ASSIGN TO "C:/COBOLSP20/CARDVLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VLT-FILE-STATUS.
           SELECT STAYCARD
               ASSIGN TO "C:/COBOLSP20/STAYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT SITEOCC
               ASSIGN TO "C:/COBOLSP20/SITEOCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCC-FILE-STATUS.
           SELECT DISPLEDG
               ASSIGN TO "C:/COBOLSP20/DISPLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL-FILE-STATUS.
           SELECT CHGBACK
               ASSIGN TO "C:/COBOLSP20/CHGBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PKTOUT
               ASSIGN TO "C:/COBOLSP20/DISPPKT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/DISPRCP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
      *THE PROCESSOR'S DISPUTE NOTICES
       FD DISPUTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 54 CHARACTERS.
       01 DP-REC.
           05 DP-CASE-NO           PIC X(10).
           05 DP-ACTION            PIC X.
               88 DP-NEW               VALUE 'N'.
               88 DP-WON               VALUE 'W'.
               88 DP-LOST              VALUE 'L'.
           05 DP-NOTICE-DATE       PIC 9(8).
           05 DP-CARD.
               10 FILLER               PIC 9(12).
               10 DP-CCNUM-LAST4       PIC 9(4).
           05 DP-CCNUM REDEFINES DP-CARD
                                   PIC 9(16).
           05 DP-ARRIVAL           PIC 9(8).
           05 DP-AMT               PIC 9(5)V99.
           05 DP-REASON            PIC X(4).

       FD CARDVLT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VT-REC
           RECORD CONTAINS 41 CHARACTERS.
       01 VT-REC.
           05 VT-TOKEN             PIC 9(16).
           05 VT-CCNUM             PIC 9(16).
           05 VT-CCTYPE            PIC X.
           05 VT-CCEXP             PIC 9(8).

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

      *DISPUTE LEDGER - ONE ROW PER CASE, 'O' OPEN, 'W' WON, 'L' LOST
       FD DISPLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 112 CHARACTERS.
       01 DL-REC.
           05 DL-CASE-NO           PIC X(10).
           05 DL-STATUS            PIC X.
           05 DL-OPEN-DATE         PIC 9(8).
           05 DL-CLOSE-DATE        PIC 9(8).
           05 DL-REASON            PIC X(4).
           05 DL-TOKEN             PIC 9(16).
           05 DL-ARRIVAL           PIC 9(8).
           05 DL-AMT               PIC 9(5)V99.
           05 DL-NAME              PIC X(22).
           05 DL-CAMPGROUND        PIC X(25).
           05 DL-SITE              PIC XXX.

      *LOST CHARGEBACKS FOR THE RESERVATION RUN'S REFUND REPORT
       FD CHGBACK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 CB-REC.
           05 CB-CASE-NO           PIC X(10).
           05 CB-NAME              PIC X(22).
           05 CB-CAMPGROUND        PIC X(25).
           05 CB-SITE              PIC XXX.
           05 CB-DATE              PIC 9(8).
           05 CB-AMT               PIC 9(5)V99.

       FD PKTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PKTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 PKTLINE                  PIC X(132).

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 PRTLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".

       01 DP-EOF                   PIC X       VALUE 'F'.
       01 DP-FILE-STATUS           PIC XX.
       01 VLT-FILE-STATUS          PIC XX.
       01 SC-FILE-STATUS           PIC XX.
       01 OCC-FILE-STATUS          PIC XX.
       01 DL-FILE-STATUS           PIC XX.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE               PIC 9(8).
           05 I-TIME               PIC X(11).
       01 DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05 I-YYYY               PIC 9(4).
           05 I-MM                 PIC 99.
           05 I-DD                 PIC 99.
           05 FILLER               PIC X(11).

      *THE VAULT, HELD TO TURN A PROCESSOR CARD NUMBER INTO A TOKEN
       01 CARD-VAULT-TABLE.
           05 VLT-ENTRY OCCURS 1000 TIMES.
               10 VLT-TOKEN        PIC 9(16).
               10 VLT-CCNUM        PIC 9(16).

      *THE STAY CARD REGISTER - WHO BOOKED WHAT ON WHICH TOKEN
       01 SC-TABLE-AREA.
           05 SC-ENTRY             OCCURS 3000 TIMES.
               10 SCT-CAMPGROUND       PIC X(25).
               10 SCT-SITE             PIC XXX.
               10 SCT-START-DATE       PIC 9(8).
               10 SCT-NAME             PIC X(22).
               10 SCT-CCNUM            PIC 9(16).
               10 SCT-PRIOR-SITE       PIC XXX.
               10 SCT-PRIOR-START      PIC 9(8).
               10 SCT-CONF-DATE        PIC 9(8).

      *THE OCCUPANCY LEDGER - CANCELLED STAYS ARE KEPT FOR THE
      *PACKET'S HISTORY
       01 OCC-TABLE-AREA.
           05 OCC-ENTRY            OCCURS 2000 TIMES.
               10 OCC-STATUS           PIC X.
                   88 OCC-ACTIVE           VALUE 'A'.
               10 OCC-CAMPGROUND       PIC X(25).
               10 OCC-SITE             PIC XXX.
               10 OCC-START-DATE       PIC 9(8).
               10 OCC-END-DATE         PIC 9(8).
               10 OCC-AMT              PIC 9(5)V99.
               10 OCC-PARTY            PIC 99.
               10 OCC-VEHICLES         PIC 99.

       01 DL-TABLE-AREA.
           05 DL-ENTRY             OCCURS 2000 TIMES.
               10 DLT-CASE-NO          PIC X(10).
               10 DLT-STATUS           PIC X.
                   88 DLT-OPEN             VALUE 'O'.
               10 DLT-OPEN-DATE        PIC 9(8).
               10 DLT-CLOSE-DATE       PIC 9(8).
               10 DLT-REASON           PIC X(4).
               10 DLT-TOKEN            PIC 9(16).
               10 DLT-ARRIVAL          PIC 9(8).
               10 DLT-AMT              PIC 9(5)V99.
               10 DLT-NAME             PIC X(22).
               10 DLT-CAMPGROUND       PIC X(25).
               10 DLT-SITE             PIC XXX.

       01 DISPUTE-VARS.
           05 VLT-COUNT            PIC 9(4)    VALUE ZERO.
           05 VLT-SUB              PIC 9(4)    VALUE ZERO.
           05 SC-COUNT             PIC 9(4)    VALUE ZERO.
           05 SC-SUB               PIC 9(4)    VALUE ZERO.
           05 SC-HIT               PIC 9(4)    VALUE ZERO.
           05 SC-ROOT              PIC 9(4)    VALUE ZERO.
           05 SC-GROUP-SUB         PIC 9(4)    VALUE ZERO.
           05 SC-HOPS              PIC 9       VALUE ZERO.
           05 OCC-COUNT            PIC 9(4)    VALUE ZERO.
           05 OCC-SUB              PIC 9(4)    VALUE ZERO.
           05 OCC-HIT              PIC 9(4)    VALUE ZERO.
           05 OCC-MATCH            PIC XXX     VALUE 'NO'.
           05 DL-COUNT             PIC 9(4)    VALUE ZERO.
           05 DL-SUB               PIC 9(4)    VALUE ZERO.
           05 DL-HIT               PIC 9(4)    VALUE ZERO.
           05 DP-TOKEN             PIC 9(16)   VALUE ZERO.
           05 DP-STAYS             PIC 99      VALUE ZERO.
           05 FIND-CAMPGROUND      PIC X(25)   VALUE SPACE.
           05 FIND-SITE            PIC XXX     VALUE SPACE.
           05 FIND-START           PIC 9(8)    VALUE ZERO.
           05 C-LOST-AMT           PIC 9(5)V99 VALUE ZERO.
           05 C-DP-CTR             PIC 9(5)    VALUE ZERO.
           05 C-NEW-CTR            PIC 9(4)    VALUE ZERO.
           05 C-WON-CTR            PIC 9(4)    VALUE ZERO.
           05 C-LOST-CTR           PIC 9(4)    VALUE ZERO.
           05 C-LOST-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05 C-EXC-CTR            PIC 9(4)    VALUE ZERO.
           05 C-OPEN-CTR           PIC 9(4)    VALUE ZERO.
           05 C-OPEN-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05 C-PKT-CTR            PIC 9(4)    VALUE ZERO.
           05 C-AMT-HASH           PIC 9(8)V99 VALUE ZERO.
           05 PG-CTR               PIC 99      VALUE ZERO.
           05 PK-PG-CTR            PIC 9(3)    VALUE ZERO.

       01 RECAP-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 RT-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 RT-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 RT-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'THE CAMPGROUNDS - CHARGEBACK DISPUTE RECAP'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 NOTICE-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "DISPUTE NOTICES RECEIVED".
           05 FILLER               PIC X(92)   VALUE SPACE.

       01 OPEN-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "DISPUTES STILL OPEN".
           05 FILLER               PIC X(92)   VALUE SPACE.

       01 RECAP-HEADINGS.
           05 FILLER               PIC X(12)   VALUE "CASE".
           05 FILLER               PIC X(7)    VALUE "ACTION".
           05 FILLER               PIC X(24)   VALUE "GUEST".
           05 FILLER               PIC X(17)   VALUE "CAMPGROUND".
           05 FILLER               PIC X(6)    VALUE "SITE".
           05 FILLER               PIC X(10)   VALUE "ARRIVAL".
           05 FILLER               PIC X(12)   VALUE "AMOUNT".
           05 FILLER               PIC X(44)   VALUE "DISPOSITION".

       01 RECAP-LINE.
           05 RCL-CASE-NO          PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RCL-ACTION           PIC X(5).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RCL-NAME             PIC X(22).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RCL-CAMPGROUND       PIC X(15).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RCL-SITE             PIC XXX.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 RCL-ARRIVAL          PIC 9(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RCL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 RCL-DISP             PIC X(40).
           05 FILLER               PIC X(4)    VALUE SPACE.

       01 GT-RECAP-LINE.
           05 FILLER               PIC X(6)    VALUE 'NEW:'.
           05 GRL-NEW              PIC Z,ZZ9.
           05 FILLER               PIC X(7)    VALUE '  WON:'.
           05 GRL-WON              PIC Z,ZZ9.
           05 FILLER               PIC X(8)    VALUE '  LOST:'.
           05 GRL-LOST             PIC Z,ZZ9.
           05 FILLER               PIC X       VALUE SPACE.
           05 GRL-LOST-AMT         PIC $$$$,$$9.99.
           05 FILLER               PIC X(14)
               VALUE '  EXCEPTIONS:'.
           05 GRL-EXC              PIC Z,ZZ9.
           05 FILLER               PIC X(8)    VALUE '  OPEN:'.
           05 GRL-OPEN             PIC Z,ZZ9.
           05 FILLER               PIC X       VALUE SPACE.
           05 GRL-OPEN-AMT         PIC $$$$,$$9.99.
           05 FILLER               PIC X(40)   VALUE SPACE.

       01 PACKET-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 PT-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 PT-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 PT-YYYY              PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(75)
               VALUE 'THE CAMPGROUNDS - CHARGEBACK EVIDENCE PACKET'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PK-PG                PIC ZZ9.

       01 PACKET-CASE-LINE.
           05 FILLER               PIC X(6)    VALUE 'CASE:'.
           05 PCL-CASE-NO          PIC X(10).
           05 FILLER               PIC X(16)
               VALUE '  NOTICE DATE:'.
           05 PCL-NOTICE-DATE      PIC 9(8).
           05 FILLER               PIC X(11)   VALUE '  REASON:'.
           05 PCL-REASON           PIC X(4).
           05 FILLER               PIC X(20)
               VALUE '  AMOUNT DISPUTED:'.
           05 PCL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC X(15)
               VALUE '  CARD ENDING:'.
           05 PCL-LAST4            PIC 9(4).
           05 FILLER               PIC X(29)   VALUE SPACE.

       01 PACKET-GUEST-LINE.
           05 FILLER               PIC X(8)    VALUE 'GUEST:'.
           05 PGL-NAME             PIC X(22).
           05 FILLER               PIC X(28)
               VALUE '  CONFIRMATION LETTER SENT:'.
           05 PGL-CONF-DATE        PIC X(8).
           05 FILLER               PIC X(66)   VALUE SPACE.

       01 PACKET-HEADINGS.
           05 FILLER               PIC X(14)   VALUE "HISTORY".
           05 FILLER               PIC X(27)   VALUE "CAMPGROUND".
           05 FILLER               PIC X(6)    VALUE "SITE".
           05 FILLER               PIC X(10)   VALUE "ARRIVAL".
           05 FILLER               PIC X(10)   VALUE "DEPARTS".
           05 FILLER               PIC X(12)   VALUE "AMOUNT".
           05 FILLER               PIC X(7)    VALUE "PARTY".
           05 FILLER               PIC X(5)    VALUE "VEH".
           05 FILLER               PIC X(41)   VALUE "LEDGER STATUS".

       01 PACKET-STAY-LINE.
           05 PSL-HISTORY          PIC X(12).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PSL-CAMPGROUND       PIC X(25).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PSL-SITE             PIC XXX.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 PSL-START            PIC 9(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PSL-END              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PSL-AMT              PIC $$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 PSL-PARTY            PIC Z9.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 PSL-VEHICLES         PIC Z9.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 PSL-STATUS           PIC X(41).

       01 PACKET-GATE-LINE.
           05 FILLER               PIC X(14)   VALUE SPACE.
           05 FILLER               PIC X(7)    VALUE 'GATE:'.
           05 PGT-MSG              PIC X(60).
           05 FILLER               PIC X(51)   VALUE SPACE.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL DP-EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *NOTICES COULD NOT BE MATCHED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PKTOUT.
           OPEN OUTPUT CHGBACK.
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
           MOVE I-MM TO RT-MM.
           MOVE I-DD TO RT-DD.
           MOVE I-YYYY TO RT-YYYY.
           MOVE I-MM TO PT-MM.
           MOVE I-DD TO PT-DD.
           MOVE I-YYYY TO PT-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF14" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM L3-LOAD-VAULT.
           PERFORM L3-LOAD-CARDS.
           PERFORM L3-LOAD-OCCUPANCY.
           PERFORM L3-LOAD-LEDGER.
           PERFORM L3-HEADINGS.
           WRITE PRTLINE FROM NOTICE-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM RECAP-HEADINGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT DISPUTES.
           IF DP-FILE-STATUS NOT = '00'
               MOVE 'T' TO DP-EOF
           ELSE
               PERFORM L3-READ-DISPUTE
           END-IF.

       L3-LOAD-VAULT.
           OPEN INPUT CARDVLT.
           IF VLT-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-VAULT
                   UNTIL VLT-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE CARDVLT.

       L4-LOAD-ONE-VAULT.
           READ CARDVLT
               AT END
                   MOVE '10' TO VLT-FILE-STATUS
               NOT AT END
                   IF VLT-COUNT < 1000
                       ADD 1 TO VLT-COUNT
                       MOVE VT-TOKEN TO VLT-TOKEN(VLT-COUNT)
                       MOVE VT-CCNUM TO VLT-CCNUM(VLT-COUNT)
                   ELSE
                       DISPLAY 'CARD VAULT EXCEEDS 1000 ROWS -- '
                           'REMAINING ROWS NOT LOADED'
                   END-IF
           END-READ.

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
                       MOVE SC-CCNUM TO SCT-CCNUM(SC-COUNT)
                       MOVE SC-PRIOR-SITE TO SCT-PRIOR-SITE(SC-COUNT)
                       MOVE SC-PRIOR-START
                           TO SCT-PRIOR-START(SC-COUNT)
                       MOVE SC-CONF-DATE TO SCT-CONF-DATE(SC-COUNT)
                   ELSE
                       DISPLAY 'STAY CARD TABLE EXCEEDS 3000 ROWS -- '
                           'REMAINING ROWS NOT LOADED'
                   END-IF
           END-READ.

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
                           MOVE OCC-R-PARTY TO OCC-PARTY(OCC-COUNT)
                           MOVE OCC-R-VEHICLES
                               TO OCC-VEHICLES(OCC-COUNT)
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

       L3-LOAD-LEDGER.
           OPEN INPUT DISPLEDG.
           IF DL-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CASE
                   UNTIL DL-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE DISPLEDG.

       L4-LOAD-ONE-CASE.
           READ DISPLEDG
               AT END
                   MOVE '10' TO DL-FILE-STATUS
               NOT AT END
                   IF DL-COUNT < 2000
                       ADD 1 TO DL-COUNT
                       MOVE DL-REC TO DL-ENTRY(DL-COUNT)
                   ELSE
                       DISPLAY 'DISPUTE LEDGER EXCEEDS 2000 ROWS -- '
                           'REMAINING ROWS NOT LOADED'
                   END-IF
           END-READ.

       L2-MAINLINE.
           ADD 1 TO C-DP-CTR.
           ADD DP-AMT TO C-AMT-HASH.
           MOVE DP-CASE-NO TO RCL-CASE-NO.
           MOVE DP-ARRIVAL TO RCL-ARRIVAL.
           MOVE DP-AMT TO RCL-AMT.
           MOVE SPACES TO RCL-NAME.
           MOVE SPACES TO RCL-CAMPGROUND.
           MOVE SPACES TO RCL-SITE.

      *THE CASE ON THE LEDGER, IF THE PROCESSOR HAS SENT IT BEFORE
           MOVE 0 TO DL-HIT.
           PERFORM VARYING DL-SUB FROM 1 BY 1
               UNTIL DL-SUB > DL-COUNT OR DL-HIT > 0
                   IF DLT-CASE-NO(DL-SUB) = DP-CASE-NO
                       MOVE DL-SUB TO DL-HIT
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN DP-NEW
                   MOVE 'NEW' TO RCL-ACTION
                   PERFORM L3-NEW-DISPUTE THRU L3-NEW-DISPUTE-X
               WHEN DP-WON
                   MOVE 'WON' TO RCL-ACTION
                   PERFORM L3-CLOSE-DISPUTE THRU L3-CLOSE-DISPUTE-X
               WHEN DP-LOST
                   MOVE 'LOST' TO RCL-ACTION
                   PERFORM L3-CLOSE-DISPUTE THRU L3-CLOSE-DISPUTE-X
               WHEN OTHER
                   MOVE DP-ACTION TO RCL-ACTION
                   MOVE 'ACTION NOT N, W, OR L - NOT APPLIED'
                       TO RCL-DISP
                   ADD 1 TO C-EXC-CTR
           END-EVALUATE.

           WRITE PRTLINE FROM RECAP-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.
           PERFORM L3-READ-DISPUTE.

      *A NEW DISPUTE: FIND THE BOOKING BEHIND THE CARD, OPEN THE
      *CASE, AND PRINT THE EVIDENCE PACKET
       L3-NEW-DISPUTE.
           IF DL-HIT > 0
               MOVE 'CASE ALREADY ON THE DISPUTE LEDGER' TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-NEW-DISPUTE-X
           END-IF.
           IF DL-COUNT NOT < 2000
               MOVE 'DISPUTE LEDGER FULL - CASE NOT OPENED'
                   TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-NEW-DISPUTE-X
           END-IF.

           MOVE 0 TO DP-TOKEN.
           PERFORM VARYING VLT-SUB FROM 1 BY 1
               UNTIL VLT-SUB > VLT-COUNT OR DP-TOKEN NOT = 0
                   IF VLT-CCNUM(VLT-SUB) = DP-CCNUM
                       MOVE VLT-TOKEN(VLT-SUB) TO DP-TOKEN
                   END-IF
           END-PERFORM.

      *THE BOOKING ROW - THE FIRST STAY BOOKED ON THE TOKEN FOR THE
      *ARRIVAL THE PROCESSOR WAS SENT
           MOVE 0 TO SC-ROOT.
           IF DP-TOKEN NOT = 0
               PERFORM VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > SC-COUNT OR SC-ROOT > 0
                       IF SCT-CCNUM(SC-SUB) = DP-TOKEN
                           AND SCT-START-DATE(SC-SUB) = DP-ARRIVAL
                           MOVE SC-SUB TO SC-ROOT
                       END-IF
               END-PERFORM
           END-IF.

      *THE CASE OPENS EITHER WAY SO THE PROCESSOR'S RULING CAN
      *CLOSE IT; AN UNMATCHED CASE IS LEFT FOR THE OFFICE
           ADD 1 TO DL-COUNT.
           ADD 1 TO C-NEW-CTR.
           MOVE DP-CASE-NO TO DLT-CASE-NO(DL-COUNT).
           MOVE 'O' TO DLT-STATUS(DL-COUNT).
           MOVE I-DATE TO DLT-OPEN-DATE(DL-COUNT).
           MOVE 0 TO DLT-CLOSE-DATE(DL-COUNT).
           MOVE DP-REASON TO DLT-REASON(DL-COUNT).
           MOVE DP-TOKEN TO DLT-TOKEN(DL-COUNT).
           MOVE DP-ARRIVAL TO DLT-ARRIVAL(DL-COUNT).
           MOVE DP-AMT TO DLT-AMT(DL-COUNT).
           MOVE SPACES TO DLT-NAME(DL-COUNT).
           MOVE SPACES TO DLT-CAMPGROUND(DL-COUNT).
           MOVE SPACES TO DLT-SITE(DL-COUNT).

           IF DP-TOKEN = 0
               MOVE 'OPENED - CARD NOT IN THE VAULT' TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-NEW-DISPUTE-X
           END-IF.
           IF SC-ROOT = 0
               MOVE 'OPENED - NO BOOKING ON THE CARD FOR ARRIVAL'
                   TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-NEW-DISPUTE-X
           END-IF.

           MOVE SCT-NAME(SC-ROOT) TO DLT-NAME(DL-COUNT).
           MOVE SCT-CAMPGROUND(SC-ROOT) TO DLT-CAMPGROUND(DL-COUNT).
           MOVE SCT-SITE(SC-ROOT) TO DLT-SITE(DL-COUNT).
           MOVE SCT-NAME(SC-ROOT) TO RCL-NAME.
           MOVE SCT-CAMPGROUND(SC-ROOT) TO RCL-CAMPGROUND.
           MOVE SCT-SITE(SC-ROOT) TO RCL-SITE.
           MOVE 'OPENED - EVIDENCE PACKET PRINTED' TO RCL-DISP.
           PERFORM L4-PACKET.

       L3-NEW-DISPUTE-X.
           EXIT.

      *THE PROCESSOR'S RULING. A LOST CASE GOES TO THE RESERVATION
      *RUN TO COME OFF REVENUE ON THE REFUND REPORT.
       L3-CLOSE-DISPUTE.
           IF DL-HIT = 0
               MOVE 'NO SUCH CASE ON THE DISPUTE LEDGER' TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-CLOSE-DISPUTE-X
           END-IF.
           MOVE DLT-NAME(DL-HIT) TO RCL-NAME.
           MOVE DLT-CAMPGROUND(DL-HIT) TO RCL-CAMPGROUND.
           MOVE DLT-SITE(DL-HIT) TO RCL-SITE.
           MOVE DLT-ARRIVAL(DL-HIT) TO RCL-ARRIVAL.
           IF NOT DLT-OPEN(DL-HIT)
               MOVE 'CASE ALREADY CLOSED - NOT APPLIED' TO RCL-DISP
               ADD 1 TO C-EXC-CTR
               GO TO L3-CLOSE-DISPUTE-X
           END-IF.

           MOVE I-DATE TO DLT-CLOSE-DATE(DL-HIT).
           IF DP-WON
               MOVE 'W' TO DLT-STATUS(DL-HIT)
               ADD 1 TO C-WON-CTR
               MOVE 'WON - CHARGE STANDS' TO RCL-DISP
               GO TO L3-CLOSE-DISPUTE-X
           END-IF.

      *THE AMOUNT TAKEN BACK IS THE RULING'S; A RULING SENT WITHOUT
      *ONE TAKES BACK WHAT WAS DISPUTED
           IF DP-AMT NUMERIC AND DP-AMT > 0
               MOVE DP-AMT TO C-LOST-AMT
           ELSE
               MOVE DLT-AMT(DL-HIT) TO C-LOST-AMT
           END-IF.
           MOVE C-LOST-AMT TO RCL-AMT.
           MOVE 'L' TO DLT-STATUS(DL-HIT).
           ADD 1 TO C-LOST-CTR.
           ADD C-LOST-AMT TO C-LOST-TOTAL.
           MOVE DLT-CASE-NO(DL-HIT) TO CB-CASE-NO.
           MOVE DLT-NAME(DL-HIT) TO CB-NAME.
           MOVE DLT-CAMPGROUND(DL-HIT) TO CB-CAMPGROUND.
           MOVE DLT-SITE(DL-HIT) TO CB-SITE.
           MOVE I-DATE TO CB-DATE.
           MOVE C-LOST-AMT TO CB-AMT.
           WRITE CB-REC.
           MOVE 'LOST - REVERSED ON THE REFUND REPORT' TO RCL-DISP.

       L3-CLOSE-DISPUTE-X.
           EXIT.

      *THE EVIDENCE PACKET - ONE PAGE PER DISPUTE. EVERY SITE BOOKED
      *ON THE TOKEN FOR THE ARRIVAL IS SHOWN, SO A GROUP BOOKING
      *PRINTS ALL OF ITS SITES.
       L4-PACKET.
           ADD 1 TO C-PKT-CTR.
           ADD 1 TO PK-PG-CTR.
           MOVE PK-PG-CTR TO PK-PG.
           WRITE PKTLINE FROM PACKET-TITLE
               AFTER ADVANCING PAGE.
           MOVE DP-CASE-NO TO PCL-CASE-NO.
           MOVE DP-NOTICE-DATE TO PCL-NOTICE-DATE.
           MOVE DP-REASON TO PCL-REASON.
           MOVE DP-AMT TO PCL-AMT.
           MOVE DP-CCNUM-LAST4 TO PCL-LAST4.
           WRITE PKTLINE FROM PACKET-CASE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SCT-NAME(SC-ROOT) TO PGL-NAME.
           IF SCT-CONF-DATE(SC-ROOT) NUMERIC
               AND SCT-CONF-DATE(SC-ROOT) > 0
               MOVE SCT-CONF-DATE(SC-ROOT) TO PGL-CONF-DATE
           ELSE
               MOVE 'UNKNOWN' TO PGL-CONF-DATE
           END-IF.
           WRITE PKTLINE FROM PACKET-GUEST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PKTLINE FROM PACKET-HEADINGS
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO DP-STAYS.
           PERFORM VARYING SC-GROUP-SUB FROM SC-ROOT BY 1
               UNTIL SC-GROUP-SUB > SC-COUNT OR DP-STAYS > 20
                   IF SCT-CCNUM(SC-GROUP-SUB) = DP-TOKEN
                       AND SCT-START-DATE(SC-GROUP-SUB) = DP-ARRIVAL
                       AND SCT-PRIOR-SITE(SC-GROUP-SUB) = SPACES
                       ADD 1 TO DP-STAYS
                       MOVE SC-GROUP-SUB TO SC-HIT
                       PERFORM L4-PACKET-STAY
                   END-IF
           END-PERFORM.

      *ONE BOOKED SITE AND EVERY MODIFICATION AFTER IT, THEN WHAT
      *THE GATE SAW OF WHERE THE STAY ENDED UP
       L4-PACKET-STAY.
           MOVE 'BOOKED' TO PSL-HISTORY.
           MOVE SCT-CAMPGROUND(SC-HIT) TO FIND-CAMPGROUND.
           MOVE SCT-SITE(SC-HIT) TO FIND-SITE.
           MOVE SCT-START-DATE(SC-HIT) TO FIND-START.
           MOVE 0 TO SC-HOPS.
           PERFORM L4-PACKET-LINE.
           PERFORM UNTIL SC-HIT = 0 OR SC-HOPS > 5
               ADD 1 TO SC-HOPS
               MOVE 'MODIFIED TO' TO PSL-HISTORY
               MOVE SCT-SITE(SC-HIT) TO FIND-SITE
               MOVE SCT-START-DATE(SC-HIT) TO FIND-START
               PERFORM L4-PACKET-LINE
           END-PERFORM.

      *THE GATE LIST CARRIES EVERY ACTIVE ARRIVAL AND THE RANGER
      *KEYS BACK NO-SHOWS, WHICH CANCEL THE STAY; A STAY STILL
      *ACTIVE PAST ITS ARRIVAL CAME THROUGH THE GATE
           EVALUATE TRUE
               WHEN OCC-HIT = 0
                   MOVE 'STAY ARCHIVED OFF THE LEDGER - SEE ARCHIVE'
                       TO PGT-MSG
               WHEN NOT OCC-ACTIVE(OCC-HIT)
                   MOVE 'NO ARRIVAL - STAY CANCELLED OR NO-SHOW'
                       TO PGT-MSG
               WHEN OCC-START-DATE(OCC-HIT) > I-DATE
                   MOVE 'ARRIVAL NOT YET DUE' TO PGT-MSG
               WHEN OTHER
                   MOVE 'ARRIVED - ON THE GATE LIST, NO NO-SHOW KEYED'
                       TO PGT-MSG
           END-EVALUATE.
           WRITE PKTLINE FROM PACKET-GATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PKTLINE.
           WRITE PKTLINE
               AFTER ADVANCING 1 LINE.

      *THE STAY CARD ROW A MODIFICATION WROTE POINTS BACK AT THE
      *STAY IT REPLACED
       L4-FIND-MODIFICATION.
           MOVE 0 TO SC-HIT.
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > SC-COUNT OR SC-HIT > 0
                   IF SCT-CAMPGROUND(SC-SUB) = FIND-CAMPGROUND
                       AND SCT-PRIOR-SITE(SC-SUB) = FIND-SITE
                       AND SCT-PRIOR-START(SC-SUB) = FIND-START
                       MOVE SC-SUB TO SC-HIT
                   END-IF
           END-PERFORM.

       L4-PACKET-LINE.
           MOVE FIND-CAMPGROUND TO PSL-CAMPGROUND.
           MOVE FIND-SITE TO PSL-SITE.
           MOVE FIND-START TO PSL-START.
           MOVE 0 TO OCC-HIT.
           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT
                   IF OCC-CAMPGROUND(OCC-SUB) = FIND-CAMPGROUND
                       AND OCC-SITE(OCC-SUB) = FIND-SITE
                       AND OCC-START-DATE(OCC-SUB) = FIND-START
                       MOVE OCC-SUB TO OCC-HIT
                   END-IF
           END-PERFORM.
           IF OCC-HIT = 0
               MOVE SPACES TO PSL-END
               MOVE 0 TO PSL-AMT
               MOVE 0 TO PSL-PARTY
               MOVE 0 TO PSL-VEHICLES
               MOVE 'NOT ON THE LEDGER' TO PSL-STATUS
           ELSE
               MOVE OCC-END-DATE(OCC-HIT) TO PSL-END
               MOVE OCC-AMT(OCC-HIT) TO PSL-AMT
               MOVE OCC-PARTY(OCC-HIT) TO PSL-PARTY
               MOVE OCC-VEHICLES(OCC-HIT) TO PSL-VEHICLES
               IF OCC-ACTIVE(OCC-HIT)
                   MOVE 'ACTIVE' TO PSL-STATUS
               ELSE
                   MOVE 'CANCELLED' TO PSL-STATUS
               END-IF
           END-IF.
           PERFORM L4-FIND-MODIFICATION.
           IF SC-HIT > 0
               MOVE 'CHANGED - REPLACED BY THE NEXT LINE'
                   TO PSL-STATUS
           END-IF.
           WRITE PKTLINE FROM PACKET-STAY-LINE
               AFTER ADVANCING 1 LINE.

       L3-OPEN-DISPUTES.
           WRITE PRTLINE FROM OPEN-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RECAP-HEADINGS
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING DL-SUB FROM 1 BY 1
               UNTIL DL-SUB > DL-COUNT
                   IF DLT-OPEN(DL-SUB)
                       PERFORM L4-OPEN-DISPUTE-LINE
                   END-IF
           END-PERFORM.

       L4-OPEN-DISPUTE-LINE.
           ADD 1 TO C-OPEN-CTR.
           ADD DLT-AMT(DL-SUB) TO C-OPEN-TOTAL.
           MOVE DLT-CASE-NO(DL-SUB) TO RCL-CASE-NO.
           MOVE 'OPEN' TO RCL-ACTION.
           MOVE DLT-NAME(DL-SUB) TO RCL-NAME.
           MOVE DLT-CAMPGROUND(DL-SUB) TO RCL-CAMPGROUND.
           MOVE DLT-SITE(DL-SUB) TO RCL-SITE.
           MOVE DLT-ARRIVAL(DL-SUB) TO RCL-ARRIVAL.
           MOVE DLT-AMT(DL-SUB) TO RCL-AMT.
           MOVE SPACES TO RCL-DISP.
           STRING 'OPENED ' DLT-OPEN-DATE(DL-SUB)
               '  REASON ' DLT-REASON(DL-SUB)
                   DELIMITED BY SIZE
                       INTO RCL-DISP.
           WRITE PRTLINE FROM RECAP-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L3-SAVE-LEDGER.
           OPEN OUTPUT DISPLEDG.
           PERFORM VARYING DL-SUB FROM 1 BY 1
               UNTIL DL-SUB > DL-COUNT
                   MOVE DL-ENTRY(DL-SUB) TO DL-REC
                   WRITE DL-REC
           END-PERFORM.
           CLOSE DISPLEDG.

       L2-CLOSING.
           PERFORM L3-OPEN-DISPUTES.
           PERFORM L3-SAVE-LEDGER.

           MOVE C-NEW-CTR TO GRL-NEW.
           MOVE C-WON-CTR TO GRL-WON.
           MOVE C-LOST-CTR TO GRL-LOST.
           MOVE C-LOST-TOTAL TO GRL-LOST-AMT.
           MOVE C-EXC-CTR TO GRL-EXC.
           MOVE C-OPEN-CTR TO GRL-OPEN.
           MOVE C-OPEN-TOTAL TO GRL-OPEN-AMT.
           WRITE PRTLINE FROM GT-RECAP-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-DP-CTR TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-PKT-CTR TO TR-REC-COUNT.
           MOVE C-PKT-CTR TO TR-HASH-TOTAL.
           WRITE PKTLINE FROM TRAILER-LINE
               AFTER ADVANCING PAGE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-DP-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           CLOSE DISPUTES.
           CLOSE CHGBACK.
           CLOSE PRTOUT.
           CLOSE PKTOUT.
           CLOSE AUDITLOG.

       L3-READ-DISPUTE.
           READ DISPUTES
               AT END
                   MOVE 'T' TO DP-EOF.

       L3-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM RECAP-TITLE
               AFTER ADVANCING PAGE.
       end program CBLCJF14.
