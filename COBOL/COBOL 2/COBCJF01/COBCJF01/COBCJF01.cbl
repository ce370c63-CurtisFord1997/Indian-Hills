               ASSIGN TO "C:/COBOLSP20/DISCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-FILE-STATUS.
           SELECT SITECLOS
               ASSIGN TO "C:/COBOLSP20/SITECLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT SITEHOLD
               ASSIGN TO "C:/COBOLSP20/SITEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.
           SELECT RELOCOUT
               ASSIGN TO "C:/COBOLSP20/RELOCATE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT LEASEREG
               ASSIGN TO "C:/COBOLSP20/LEASEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
           SELECT STAYCARD
               ASSIGN TO "C:/COBOLSP20/STAYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT CHGBACK
               ASSIGN TO "C:/COBOLSP20/CHGBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXCOLL
               ASSIGN TO "C:/COBOLSP20/TAXCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 126 CHARACTERS.

       COPY "TRAN.CPY".
       01 INPUT-REDEFING-AREA REDEFINES TRAN-REC.
       FD SITEOCC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OCC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 OCC-REC.
           05 OCC-R-STATUS         PIC X.
               88 OCC-R-ACTIVE         VALUE 'A'.
               10 OCC-R-END-MM         PIC 99.
               10 OCC-R-END-DD         PIC 99.
           05 OCC-R-AMT            PIC 9(5)V99.
           05 OCC-R-PARTY          PIC 99.
           05 OCC-R-VEHICLES       PIC 99.

      *LEASE REGISTER - ONE ROW PER SEASONAL LEASE BOOKED, KEPT FOR
      *THE MONTHLY LEASE STATEMENT AND METERED ELECTRIC BILLING
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

      *STAY CARD REGISTER - THE GUEST AND CARD TOKEN BEHIND EACH
      *STAY BOOKED, FOR THE CHECKOUT FOLIO. A MODIFIED STAY CARRIES
      *NO CARD OF ITS OWN; SC-PRIOR-SITE AND SC-PRIOR-START POINT
      *BACK TO THE BOOKING IT REPLACED. SC-CONF-DATE IS THE RUN
      *THAT BOOKED THE STAY AND PRINTED ITS CONFIRMATION LETTER.
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

      *CHARGEBACKS LOST TO THE CARD PROCESSOR - WRITTEN BY CBLCJF14
      *AHEAD OF THIS RUN; EACH ONE IS REVERSED ON THE REFUND REPORT
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

       FD REFOUT
           LABEL RECORD IS STANDARD
       FD WAITLIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 113 CHARACTERS.
       01 WL-REC.
           05 WL-R-STATUS          PIC X.
           05 WL-R-CAMPGROUND      PIC X(25).
           05 WL-R-CCTYPE          PIC X.
           05 WL-R-CCNUM           PIC 9(16).
           05 WL-R-CCEXP           PIC 9(8).
           05 WL-R-PARTY           PIC 99.
           05 WL-R-VEHICLES        PIC 99.

       FD WAITNOTE
           LABEL RECORD IS STANDARD
           05 DC-FROM              PIC 9(8).
           05 DC-TO                PIC 9(8).

      *SITE CLOSURE FILE - A SITE TAKEN OUT OF SERVICE (FLOODING,
      *REPAIRS) FROM ONE DATE THROUGH ANOTHER. THE RESERVATION RUN
      *TREATS A CLOSED SITE AS OCCUPIED FOR THOSE DATES.
       FD SITECLOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 74 CHARACTERS.
       01 CL-REC.
           05 CL-R-CAMPGROUND      PIC X(25).
           05 CL-R-SITE            PIC XXX.
           05 CL-R-FROM-DATE       PIC 9(8).
           05 CL-R-TO-DATE         PIC 9(8).
           05 CL-R-REASON          PIC X(30).

      *PHONE HOLDS PLACED FROM THE CBLCJF15 AVAILABILITY SCREEN. A
      *HOLD KEEPS THE SITE FOR THE CALLER NAMED ON IT THROUGH THE
      *RESERVATION RUN ON THE DAY IT WAS PLACED; ANY OTHER GUEST'S
      *BOOKING ON THOSE NIGHTS IS REFUSED THAT NIGHT.
       FD SITEHOLD
           LABEL RECORD IS STANDARD
           DATA RECORD IS HD-REC
           RECORD CONTAINS 82 CHARACTERS.
       01 HD-REC.
           05 HD-HOLD-DATE         PIC 9(8).
           05 HD-CAMPGROUND        PIC X(25).
           05 HD-SITE              PIC XXX.
           05 HD-START-DATE        PIC 9(8).
           05 HD-END-DATE          PIC 9(8).
           05 HD-LNAME             PIC X(15).
           05 HD-FNAME             PIC X(15).

      *RELOCATION REPORT - EVERY ACTIVE STAY THAT FALLS ON A CLOSED
      *SITE, WITH THE OPEN SITES OF THE SAME TYPE IN THE SAME LOOP
      *THE OFFICE CAN MOVE THE GUEST TO
       FD RELOCOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RELOCLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 RELOCLINE                PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           COPY "AUDIT.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.
           COPY "GLJRNL.CPY".

       FD TAXCOLL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC.
           COPY "TAXCOLL.CPY".

       working-storage section.
       COPY "TRAILER.CPY".

           05 REFUND-AMT           PIC 9(5)V99 VALUE ZERO.
           05 DEPOSIT-TOTAL        PIC 9(7)V99 VALUE ZERO.
           05 REFUND-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05 C-GL-AMT             PIC 9(7)V99 VALUE ZERO.
           05 LEASE-TOTAL          PIC 9(7)V99 VALUE ZERO.
           05 OCC-NEW-PARTY        PIC 99      VALUE ZERO.
           05 OCC-NEW-VEHICLES     PIC 99      VALUE ZERO.
           05 CB-FILE-STATUS       PIC XX.

      *IN-MEMORY SITE OCCUPANCY TABLE, LOADED FROM SITEOCC.DAT AT
      *STARTUP AND GROWN AS EACH VALID RESERVATION IS ACCEPTED
                   15 OCC-END-MM           PIC 99.
                   15 OCC-END-DD           PIC 99.
               10 OCC-AMT              PIC 9(5)V99.
               10 OCC-PARTY            PIC 99.
               10 OCC-VEHICLES         PIC 99.

      *IN-MEMORY WAITLIST, LOADED AT STARTUP AND REWRITTEN AT CLOSE
       01 WAITLIST-AREA.
               10 WL-CCTYPE            PIC X.
               10 WL-CCNUM             PIC 9(16).
               10 WL-CCEXP             PIC 9(8).
               10 WL-PARTY             PIC 99.
               10 WL-VEHICLES          PIC 99.

       01 CONFIRMATION-LINES.
           05 CONF-TITLE.
           05 G-BLOCKED            PIC XXX     VALUE 'NO'.
           05 G-PER-SITE-AMT       PIC 9(5)V99 VALUE ZERO.
           05 G-TOTAL-AMT          PIC 9(5)V99 VALUE ZERO.
           05 G-CLOSED             PIC XXX     VALUE 'NO'.
           05 G-HELD               PIC XXX     VALUE 'NO'.
           05 G-PARTY-EACH         PIC 99      VALUE ZERO.
           05 G-PARTY-REM          PIC 99      VALUE ZERO.
           05 G-VEH-EACH           PIC 99      VALUE ZERO.
           05 G-VEH-REM            PIC 99      VALUE ZERO.

      *PARTY SIZE AND VEHICLE WORK AREAS - LIMITS AND EXTRA-PERSON
      *AND EXTRA-VEHICLE FEES COME FROM THE SITE RATE TABLE
       01 PARTY-VARS.
           05 PARTY-SITES          PIC 99      VALUE 1.
           05 PARTY-ERR            PIC X       VALUE 'F'.
           05 C-PARTY-LIMIT        PIC 9(3)    VALUE ZERO.
           05 C-EXTRA-PERSONS      PIC S9(3)   VALUE ZERO.
           05 C-EXTRA-VEHICLES     PIC S9(3)   VALUE ZERO.
           05 C-PERSON-FEES        PIC 9(5)V99 VALUE ZERO.
           05 C-VEHICLE-FEES       PIC 9(5)V99 VALUE ZERO.
           05 C-PARTY-FEES         PIC 9(5)V99 VALUE ZERO.

       01 CONF-PARTY-LINE.
           05 FILLER               PIC X(8)    VALUE "PARTY:".
           05 CPL-PARTY            PIC Z9.
           05 FILLER               PIC X(10)   VALUE " PERSONS, ".
           05 CPL-VEHICLES         PIC Z9.
           05 FILLER               PIC X(9)    VALUE " VEHICLES".
           05 FILLER               PIC X(101)  VALUE SPACE.

       01 CONF-FEE-LINE.
           05 FILLER               PIC X(15)
               VALUE "EXTRA PERSONS:".
           05 CFL-PERSON           PIC $$,$$9.99.
           05 FILLER               PIC X(18)
               VALUE "   EXTRA VEHICLES:".
           05 CFL-VEHICLE          PIC $$,$$9.99.
           05 FILLER               PIC X(81)   VALUE SPACE.

      *THE VAULT HELD IN MEMORY - TOKENS ASSIGN SEQUENTIALLY UNDER
      *THE 999999 PREFIX, WHICH NO REAL CARD NUMBER STARTS WITH

      *SEASONAL LEASE WORK AREAS
       01 LEASE-VARS.
           05 LR-FILE-STATUS       PIC XX.
           05 SC-FILE-STATUS       PIC XX.
           05 L-SUB                PIC 99      VALUE ZERO.
           05 L-TOTAL-AMT          PIC 9(5)V99 VALUE ZERO.
           05 L-MONTH-AMT          PIC 999V99  VALUE ZERO.
                   "THE CARD ON FILE WILL BE CHARGED ON ARRIVAL".
               10 FILLER           PIC X(87)   VALUE SPACE.

      *SITE CLOSURES IN MEMORY, LOADED AT STARTUP
       01 CLOSURE-TABLE-AREA.
           05 CL-ENTRY OCCURS 200 TIMES.
               10 CL-CAMPGROUND        PIC X(25).
               10 CL-SITE              PIC XXX.
               10 CL-FROM-DATE         PIC 9(8).
               10 CL-TO-DATE           PIC 9(8).
               10 CL-REASON            PIC X(30).

       01 CLOSURE-VARS.
           05 CL-FILE-STATUS       PIC XX.
           05 CL-COUNT             PIC 9(3)    VALUE ZERO.
           05 CL-SUB               PIC 9(3)    VALUE ZERO.
           05 CL-HIT-SUB           PIC 9(3)    VALUE ZERO.
           05 SITE-CLOSED-FOUND    PIC XXX     VALUE 'NO'.

      *TODAY'S PHONE HOLDS IN MEMORY, LOADED AFTER THE RUN DATE IS
      *SET. HOLD-FOR-LNAME/FNAME IS THE GUEST BEING BOOKED - THE
      *ONE NAME A HOLD DOES NOT BLOCK.
       01 HOLD-TABLE-AREA.
           05 HL-ENTRY OCCURS 200 TIMES.
               10 HL-CAMPGROUND        PIC X(25).
               10 HL-SITE              PIC XXX.
               10 HL-START-DATE        PIC 9(8).
               10 HL-END-DATE          PIC 9(8).
               10 HL-LNAME             PIC X(15).
               10 HL-FNAME             PIC X(15).

       01 HOLD-VARS.
           05 HD-FILE-STATUS       PIC XX.
           05 HL-COUNT             PIC 9(3)    VALUE ZERO.
           05 HL-SUB               PIC 9(3)    VALUE ZERO.
           05 SITE-HELD-FOUND      PIC XXX     VALUE 'NO'.
           05 HOLD-FOR-LNAME       PIC X(15).
           05 HOLD-FOR-FNAME       PIC X(15).

      *THE SITE AND WINDOW BEING TESTED AGAINST THE CLOSURES (AND,
      *FOR THE RELOCATION REPORT, AGAINST THE OCCUPANCY TABLE)
       01 CLOSURE-CHECK-KEY.
           05 CHK-CAMPGROUND       PIC X(25).
           05 CHK-SITE             PIC XXX.
           05 CHK-START-DATE       PIC 9(8).
           05 CHK-END-DATE         PIC 9(8).

       01 RELOCATION-VARS.
           05 RL-OCC-SUB           PIC 9(5)    VALUE ZERO.
           05 RL-SITE-NUM          PIC 9(3)    VALUE ZERO.
           05 RL-TRY-SITE.
               10 RL-TRY-LTR       PIC X.
               10 RL-TRY-NUM       PIC 99.
           05 RL-OCC-TAKEN         PIC XXX     VALUE 'NO'.
           05 RL-OPEN-CTR          PIC 99      VALUE ZERO.
           05 RL-AFFECTED-CTR      PIC 9(5)    VALUE ZERO.
           05 RL-AMT-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05 RL-PAGE              PIC 99      VALUE ZERO.
           05 RL-BUILD             PIC X(60).
           05 RL-POS               PIC 99      VALUE 1.

       01 RELOCATION-LINES.
           05 RL-TITLE.
               10 FILLER           PIC X(6)    VALUE 'DATE:'.
               10 RL-COMP-DATE     PIC X(10).
               10 FILLER           PIC X(28)   VALUE SPACE.
               10 FILLER           PIC X(80)
                   VALUE "SITE CLOSURE RELOCATION REPORT".
               10 FILLER           PIC X(6)    VALUE 'PAGE:'.
               10 RL-PG            PIC Z9.
           05 RL-COL-HEADINGS.
               10 FILLER           PIC X(27)   VALUE 'CAMPGROUND'.
               10 FILLER           PIC X(6)    VALUE 'SITE'.
               10 FILLER           PIC X(10)   VALUE 'ARRIVAL'.
               10 FILLER           PIC X(10)   VALUE 'DEPARTS'.
               10 FILLER           PIC X(12)   VALUE 'AMOUNT'.
               10 FILLER           PIC X(10)   VALUE 'CLOSED'.
               10 FILLER           PIC X(10)   VALUE 'THRU'.
               10 FILLER           PIC X(47)   VALUE 'REASON'.
           05 RL-DETAIL-LINE.
               10 RDL-CAMPGROUND   PIC X(25).
               10 FILLER           PIC XX      VALUE SPACE.
               10 RDL-SITE         PIC X(3).
               10 FILLER           PIC X(3)    VALUE SPACE.
               10 RDL-ARRIVAL      PIC 9(8).
               10 FILLER           PIC XX      VALUE SPACE.
               10 RDL-DEPARTS      PIC 9(8).
               10 FILLER           PIC XX      VALUE SPACE.
               10 RDL-AMT          PIC $$,$$9.99.
               10 FILLER           PIC X(3)    VALUE SPACE.
               10 RDL-FROM         PIC 9(8).
               10 FILLER           PIC XX      VALUE SPACE.
               10 RDL-TO           PIC 9(8).
               10 FILLER           PIC XX      VALUE SPACE.
               10 RDL-REASON       PIC X(30).
               10 FILLER           PIC X(17)   VALUE SPACE.
           05 RL-OPEN-LINE.
               10 FILLER           PIC X(5)    VALUE SPACE.
               10 FILLER           PIC X(16)
                   VALUE "OPEN SAME-TYPE:".
               10 ROL-SITES        PIC X(60).
               10 FILLER           PIC X(51)   VALUE SPACE.
           05 RL-NONE-LINE.
               10 FILLER           PIC X(40)
                   VALUE "NO ACTIVE STAYS FALL ON A CLOSED SITE".
               10 FILLER           PIC X(92)   VALUE SPACE.
           05 RL-TOTALS.
               10 FILLER           PIC X(19)
                   VALUE "STAYS TO RELOCATE:".
               10 RLT-CTR          PIC ZZ,ZZ9.
               10 FILLER           PIC X(5)    VALUE SPACE.
               10 FILLER           PIC X(16)
                   VALUE "CLOSURES ON FILE".
               10 FILLER           PIC XX      VALUE ": ".
               10 RLT-CLOSURES     PIC ZZ9.
               10 FILLER           PIC X(81)   VALUE SPACE.

       COPY "ERROR.CPY".
       COPY "VAL.CPY".
       COPY "CAMP.CPY".
             UNTIL EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS OR SUSPENSE RECORDS WERE WRITTEN OR STAYS ON A
      *CLOSED SITE STILL NEED RELOCATING, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN REC-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN ERRS-LINES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN RL-AFFECTED-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           OPEN OUTPUT ERROUT.
           OPEN OUTPUT REFOUT.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND GLOUT.
           OPEN EXTEND TAXCOLL.
           PERFORM L3-LOAD-OCCUPANCY.
      *THE VAULT LOADS FIRST SO THE WAITLIST LOAD CAN SWAP ANY
      *REAL CARD NUMBERS LEFT FROM BEFORE TOKENIZATION FOR TOKENS
           PERFORM L3-LOAD-VAULT.
           PERFORM L3-LOAD-WAITLIST.
           PERFORM L3-LOAD-DISCOUNTS.
           PERFORM L3-LOAD-CLOSURES.
           OPEN OUTPUT WAITNOTE.
           OPEN OUTPUT CONFOUT.
           OPEN OUTPUT PREAUTH.
           OPEN EXTEND LEASEREG.
           IF LR-FILE-STATUS NOT = '00'
               OPEN OUTPUT LEASEREG
           END-IF.
           OPEN EXTEND STAYCARD.
           IF SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT STAYCARD
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
               MOVE WS-BUSDATE-IN TO CURR-DATE
           END-IF.
           MOVE CURR-DATE TO I-DATE-HEADER.
      *HOLDS ARE GOOD FOR THE DAY THEY WERE PLACED, SO THEY LOAD
      *ONCE THE RUN'S BUSINESS DATE IS KNOWN
           PERFORM L3-LOAD-HOLDS.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.
           MOVE I-YYYY TO YYYY.
               END-IF
               PERFORM L3-MANIPULATE-STRINGS
               PERFORM L3-OUTPUT
               MOVE I-PARTY-SIZE TO OCC-NEW-PARTY
               MOVE I-VEHICLES TO OCC-NEW-VEHICLES
               PERFORM L3-SAVE-OCCUPANCY
               PERFORM L3-CONFIRMATION
           END-IF.
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-MODIFY-X
           END-IF.
           PERFORM L4-CHECK-TRAN-CLOSURE.
           IF SITE-CLOSED-FOUND = 'YES'
      *THE NEW SITE IS CLOSED THEN - PUT THE ORIGINAL BOOKING BACK
               MOVE 'A' TO OCC-STATUS(MOD-OLD-SUB)
               MOVE ERRORS(40) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-MODIFY-X
           END-IF.
      *A MOVE ONTO A SITE HELD FOR SOMEONE ELSE IS REFUSED THE SAME
      *WAY - THE NAME KEYED ON THE 'M' IS THE ONE THE HOLD MUST MATCH
           PERFORM L4-CHECK-TRAN-HOLD.
           IF SITE-HELD-FOUND = 'YES'
               MOVE 'A' TO OCC-STATUS(MOD-OLD-SUB)
               MOVE ERRORS(45) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-MODIFY-X
           END-IF.

      *REPRICE THE STAY FROM THE SITE TABLE
           SET SITE-INDEX TO 1.
           END-SEARCH.
           SET SAVE-SITE-INDEX TO SITE-INDEX.
           PERFORM L3-SEASONAL-PRICE.

      *A PARTY SIZE OR VEHICLE COUNT LEFT BLANK CARRIES OVER FROM
      *THE ORIGINAL BOOKING; EITHER WAY IT MUST FIT THE NEW SITE
           IF I-PARTY-SIZE NOT NUMERIC
               MOVE OCC-PARTY(MOD-OLD-SUB) TO I-PARTY-SIZE
           END-IF.
           IF I-VEHICLES NOT NUMERIC
               MOVE OCC-VEHICLES(MOD-OLD-SUB) TO I-VEHICLES
           END-IF.
           MOVE 1 TO PARTY-SITES.
           PERFORM L4-PARTY-CHECK.
           IF PARTY-ERR = 'T'
               MOVE 'A' TO OCC-STATUS(MOD-OLD-SUB)
               GO TO L3-PROCESS-MODIFY-X
           END-IF.
           COMPUTE MOD-NEW-AMT = C-SEAS-TOTAL + C-PARTY-FEES.
           MOVE MOD-NEW-AMT TO I-AMT.

      *WRITE THE OLD ENTRY'S CANCELLED ROW TO THE LEDGER, THEN BOOK
           MOVE OCC-START-DATE(MOD-OLD-SUB) TO OCC-R-START-DATE.
           MOVE OCC-END-DATE(MOD-OLD-SUB) TO OCC-R-END-DATE.
           MOVE MOD-OLD-AMT TO OCC-R-AMT.
           MOVE OCC-PARTY(MOD-OLD-SUB) TO OCC-R-PARTY.
           MOVE OCC-VEHICLES(MOD-OLD-SUB) TO OCC-R-VEHICLES.
           WRITE OCC-REC.

           IF OCC-COUNT < 2000
               MOVE I-DATE TO OCC-START-DATE(OCC-COUNT)
               MOVE END-DATE TO OCC-END-DATE(OCC-COUNT)
               MOVE MOD-NEW-AMT TO OCC-AMT(OCC-COUNT)
               MOVE I-PARTY-SIZE TO OCC-PARTY(OCC-COUNT)
               MOVE I-VEHICLES TO OCC-VEHICLES(OCC-COUNT)

               MOVE 'A' TO OCC-R-STATUS
               MOVE I-CAMPGROUND TO OCC-R-CAMPGROUND
               MOVE I-DATE TO OCC-R-START-DATE
               MOVE END-DATE TO OCC-R-END-DATE
               MOVE MOD-NEW-AMT TO OCC-R-AMT
               MOVE I-PARTY-SIZE TO OCC-R-PARTY
               MOVE I-VEHICLES TO OCC-R-VEHICLES
               WRITE OCC-REC

               MOVE I-CAMPGROUND TO SC-CAMPGROUND
               MOVE I-SITE TO SC-SITE
               MOVE I-DATE TO SC-START-DATE
               MOVE SPACES TO SC-NAME
               MOVE SPACE TO SC-CCTYPE
               MOVE 0 TO SC-CCNUM
               MOVE 0 TO SC-CCEXP
               MOVE OCC-SITE(MOD-OLD-SUB) TO SC-PRIOR-SITE
               MOVE OCC-START-DATE(MOD-OLD-SUB) TO SC-PRIOR-START
               MOVE CURR-DATE TO SC-CONF-DATE
               WRITE SC-REC
           END-IF.

      *THE PRICE DIFFERENCE GOES ON THE DEPOSIT-AND-REFUND REPORT
           SET SAVE-SITE-INDEX TO SITE-INDEX.
           PERFORM L3-SEASONAL-PRICE.
           MOVE C-SEAS-TOTAL TO G-PER-SITE-AMT.
      *THE PARTY AND VEHICLES COVER THE BLOCK, SO THE LIMITS AND THE
      *PEOPLE AND VEHICLES THE RATE COVERS SCALE WITH THE SITE COUNT
           MOVE G-SITE-COUNT TO PARTY-SITES.
           PERFORM L4-PARTY-CHECK.
           IF PARTY-ERR = 'T'
               GO TO L3-PROCESS-GROUP-X
           END-IF.
           COMPUTE G-TOTAL-AMT =
               (G-PER-SITE-AMT * G-SITE-COUNT) + C-PARTY-FEES.
           IF I-AMT NOT NUMERIC
               MOVE ERRORS(18) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
      *EVERY SITE IN THE BLOCK MUST BE CLEAR BEFORE ANY OF IT BOOKS
           MOVE I-SITE-NUM TO G-FIRST-NUM.
           MOVE 'NO' TO G-BLOCKED.
           MOVE 'NO' TO G-CLOSED.
           MOVE 'NO' TO G-HELD.
           PERFORM VARYING G-SUB FROM 1 BY 1
               UNTIL G-SUB > G-SITE-COUNT
                   COMPUTE I-SITE-NUM = G-FIRST-NUM + G-SUB - 1
                   IF DBL-BOOK-FOUND = 'YES'
                       MOVE 'YES' TO G-BLOCKED
                   END-IF
                   PERFORM L4-CHECK-TRAN-CLOSURE
                   IF SITE-CLOSED-FOUND = 'YES'
                       MOVE 'YES' TO G-CLOSED
                   END-IF
                   PERFORM L4-CHECK-TRAN-HOLD
                   IF SITE-HELD-FOUND = 'YES'
                       MOVE 'YES' TO G-HELD
                   END-IF
           END-PERFORM.
           MOVE G-FIRST-NUM TO I-SITE-NUM.

           IF G-CLOSED = 'YES'
               MOVE ERRORS(40) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-GROUP-X
           END-IF.
           IF G-BLOCKED = 'YES'
               MOVE ERRORS(29) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-GROUP-X
           END-IF.
           IF G-HELD = 'YES'
               MOVE ERRORS(45) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               GO TO L3-PROCESS-GROUP-X
           END-IF.
           COMPUTE OCC-SUB = OCC-COUNT + G-SITE-COUNT.
           IF OCC-SUB > 2000
               MOVE ERRORS(33) TO ERR-MSG
           END-IF.

      *BOOK THE BLOCK - ONE LEDGER ROW AND ONE DEPOSIT LINE PER
      *SITE, AT THE PER-SITE PRICE. THE PARTY AND VEHICLES SPREAD
      *EVENLY OVER THE SITES FOR THE GATE LIST; THE FIRST SITE
      *TAKES ANY REMAINDER AND THE BLOCK'S EXTRA-PERSON FEES
           PERFORM L3-MANIPULATE-STRINGS.
           DIVIDE I-PARTY-SIZE BY G-SITE-COUNT
               GIVING G-PARTY-EACH REMAINDER G-PARTY-REM.
           DIVIDE I-VEHICLES BY G-SITE-COUNT
               GIVING G-VEH-EACH REMAINDER G-VEH-REM.
           PERFORM VARYING G-SUB FROM 1 BY 1
               UNTIL G-SUB > G-SITE-COUNT
                   COMPUTE I-SITE-NUM = G-FIRST-NUM + G-SUB - 1
                   MOVE G-PER-SITE-AMT TO I-AMT
                   MOVE G-PARTY-EACH TO OCC-NEW-PARTY
                   MOVE G-VEH-EACH TO OCC-NEW-VEHICLES
                   IF G-SUB = 1
                       ADD C-PARTY-FEES TO I-AMT
                       ADD G-PARTY-REM TO OCC-NEW-PARTY
                       ADD G-VEH-REM TO OCC-NEW-VEHICLES
                   END-IF
                   PERFORM L3-SAVE-OCCUPANCY
           END-PERFORM.
           MOVE G-FIRST-NUM TO I-SITE-NUM.
           END-IF.

           PERFORM L3-MANIPULATE-STRINGS.
           MOVE 0 TO OCC-NEW-PARTY.
           MOVE 0 TO OCC-NEW-VEHICLES.
           PERFORM L3-SAVE-OCCUPANCY.
           ADD I-AMT TO LEASE-TOTAL.
           PERFORM L3-LEASE-CONFIRMATION.

      *THE LEASE GOES ON THE REGISTER FOR THE MONTHLY STATEMENT
           MOVE I-CAMPGROUND TO LR-CAMPGROUND.
           MOVE I-SITE TO LR-SITE.
           MOVE I-DATE TO LR-START-DATE.
           MOVE END-DATE TO LR-END-DATE.
           MOVE O-NAME TO LR-NAME.
           MOVE L-MONTH-AMT TO LR-MONTH-AMT.
           WRITE LR-REC.

       L3-PROCESS-LEASE-X.
           EXIT.

           MOVE G-TOTAL-AMT TO CONF-TOTAL.
           WRITE CONFLINE FROM CONF-RATE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L4-CONF-PARTY.

           MOVE 'XXXX' TO NUM-FST.
           MOVE 'XXXX' TO NUM-SND.
           MOVE ERRS-TOT TO ERR-TOTS.
           WRITE ERRLINE FROM ERROR-TOTALS
               AFTER ADVANCING 3 LINES.
           PERFORM L3-CHARGEBACK-REVERSALS.
           PERFORM L3-DISC-USAGE-REPORT.

           MOVE DEPOSIT-TOTAL TO RPT-DEPOSIT-TOT.
               AFTER ADVANCING 3 LINES.
           CLOSE CONFOUT.
           CLOSE PREAUTH.
           CLOSE LEASEREG.
           CLOSE STAYCARD.

           PERFORM L3-RELOCATION-REPORT.

           CLOSE SITEOCC.
           CLOSE REFOUT.
           PERFORM L3-GL-JOURNAL.
           CLOSE GLOUT.
           PERFORM L3-TAX-HANDOFF.
           CLOSE TAXCOLL.
           MOVE "END  " TO AUD-EVENT.
           MOVE REC-COUNT TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.

      *GENERAL LEDGER JOURNAL - DEPOSITS TAKEN ON THE CARD ARE STAY
      *REVENUE; REFUNDS AND CHARGEBACK REVERSALS GO BACK OUT THROUGH
      *THE SAME CARD SETTLEMENT CLEARING ACCOUNT
       L3-GL-JOURNAL.
           MOVE DEPOSIT-TOTAL TO C-GL-AMT.
           MOVE 'CARD-CLEAR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CAMP DEPOSITS TAKEN' TO GL-DESC.
           PERFORM L4-GL-WRITE.
           MOVE 'CAMP-STAYS' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.

           MOVE REFUND-TOTAL TO C-GL-AMT.
           MOVE 'CAMP-REFUND' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CAMP REFUNDS/CHGBACK' TO GL-DESC.
           PERFORM L4-GL-WRITE.
           MOVE 'CARD-CLEAR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.

       L4-GL-WRITE.
           IF C-GL-AMT > 0
               MOVE "COBCJF01" TO GL-PGM-ID
               MOVE CURR-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.


      *THE NIGHT'S STAY RECEIPTS TO THE SHARED TAX HAND-OFF FILE FOR
      *THE MONTH-END LODGING TAX FILING - DEPOSITS TAKEN LESS REFUNDS
      *AND CHARGEBACKS. A SEASONAL LEASE RUNS A MONTH OR MORE AND IS
      *NOT A TRANSIENT STAY, SO IT GOES AS AN EXEMPT RECEIPT. NO TAX
      *IS CHARGED ON A STAY, SO NONE IS REPORTED COLLECTED; THE
      *FILING FIGURES WHAT IS DUE ON THE TAXABLE STAYS.
       L3-TAX-HANDOFF.
           IF DEPOSIT-TOTAL > 0 OR REFUND-TOTAL > 0
               MOVE "COBCJF01" TO TX-PGM-ID
               MOVE CURR-DATE TO TX-DATE
               MOVE "MOCAMP" TO TX-JURIS
               MOVE 'L' TO TX-TYPE
               MOVE 0 TO TX-RATE
               COMPUTE TX-GROSS = DEPOSIT-TOTAL - REFUND-TOTAL
               MOVE LEASE-TOTAL TO TX-EXEMPT
               COMPUTE TX-TAXABLE =
                   DEPOSIT-TOTAL - REFUND-TOTAL - LEASE-TOTAL
               MOVE 0 TO TX-TAX
               WRITE TAX-REC
           END-IF.

      *PER-CODE USAGE, PRINTED WITH THE DEPOSIT-AND-REFUND REPORT
       L3-DISC-USAGE-REPORT.
                   END-IF
           END-PERFORM.

      *EVERY ACTIVE STAY NOT YET OVER THAT FALLS ON A CLOSED SITE,
      *AS THE LEDGER STANDS AT THE END OF THE RUN, WITH THE OPEN
      *SITES OF THE SAME TYPE IN THE SAME CAMPGROUND AND LOOP THE
      *OFFICE CAN MOVE THE GUEST TO WITH AN 'M' MODIFICATION
       L3-RELOCATION-REPORT.
           OPEN OUTPUT RELOCOUT.
           MOVE COMP-DATE TO RL-COMP-DATE.
           PERFORM L4-RELOC-HEADINGS.
           IF CL-COUNT > 0
               PERFORM L4-RELOC-ONE-STAY
                   VARYING RL-OCC-SUB FROM 1 BY 1
                       UNTIL RL-OCC-SUB > OCC-COUNT
           END-IF.
           IF RL-AFFECTED-CTR = 0
               WRITE RELOCLINE FROM RL-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE RL-AFFECTED-CTR TO RLT-CTR.
           MOVE CL-COUNT TO RLT-CLOSURES.
           WRITE RELOCLINE FROM RL-TOTALS
               AFTER ADVANCING 3 LINES.
           MOVE RL-AFFECTED-CTR TO TR-REC-COUNT.
           MOVE RL-AMT-TOTAL TO TR-HASH-TOTAL.
           WRITE RELOCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE RELOCOUT.

       L4-RELOC-ONE-STAY.
           IF OCC-ACTIVE(RL-OCC-SUB)
               AND OCC-END-DATE(RL-OCC-SUB) NOT < CURR-DATE
               MOVE OCC-CAMPGROUND(RL-OCC-SUB) TO CHK-CAMPGROUND
               MOVE OCC-SITE(RL-OCC-SUB) TO CHK-SITE
               MOVE OCC-START-DATE(RL-OCC-SUB) TO CHK-START-DATE
               MOVE OCC-END-DATE(RL-OCC-SUB) TO CHK-END-DATE
               PERFORM L4-CHECK-CLOSURES
               IF SITE-CLOSED-FOUND = 'YES'
                   PERFORM L4-RELOC-DETAIL
               END-IF
           END-IF.

       L4-RELOC-DETAIL.
           ADD 1 TO RL-AFFECTED-CTR.
           ADD OCC-AMT(RL-OCC-SUB) TO RL-AMT-TOTAL.
           MOVE OCC-CAMPGROUND(RL-OCC-SUB) TO RDL-CAMPGROUND.
           MOVE OCC-SITE(RL-OCC-SUB) TO RDL-SITE.
           MOVE OCC-START-DATE(RL-OCC-SUB) TO RDL-ARRIVAL.
           MOVE OCC-END-DATE(RL-OCC-SUB) TO RDL-DEPARTS.
           MOVE OCC-AMT(RL-OCC-SUB) TO RDL-AMT.
           MOVE CL-FROM-DATE(CL-HIT-SUB) TO RDL-FROM.
           MOVE CL-TO-DATE(CL-HIT-SUB) TO RDL-TO.
           MOVE CL-REASON(CL-HIT-SUB) TO RDL-REASON.
           WRITE RELOCLINE FROM RL-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-RELOC-HEADINGS.

      *TRY EVERY OTHER SITE NUMBER IN THE LOOP FOR THE SAME WINDOW;
      *THE FIRST FIFTEEN THAT ARE NEITHER BOOKED NOR CLOSED PRINT
           MOVE SPACES TO RL-BUILD.
           MOVE 1 TO RL-POS.
           MOVE 0 TO RL-OPEN-CTR.
           MOVE OCC-SITE(RL-OCC-SUB) (1:1) TO RL-TRY-LTR.
           PERFORM L4-RELOC-TRY-SITE
               VARYING RL-SITE-NUM FROM 1 BY 1
                   UNTIL RL-SITE-NUM > 99 OR RL-OPEN-CTR = 15.
           IF RL-OPEN-CTR = 0
               MOVE 'NONE OPEN FOR THOSE DATES' TO RL-BUILD
           END-IF.
           MOVE RL-BUILD TO ROL-SITES.
           WRITE RELOCLINE FROM RL-OPEN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-RELOC-HEADINGS.

       L4-RELOC-TRY-SITE.
           MOVE RL-SITE-NUM TO RL-TRY-NUM.
           IF RL-TRY-SITE NOT = OCC-SITE(RL-OCC-SUB)
               MOVE RL-TRY-SITE TO CHK-SITE
               PERFORM L4-CHECK-CLOSURES
               MOVE 'NO' TO RL-OCC-TAKEN
               PERFORM L4-RELOC-CHECK-ONE-OCC
                   VARYING OCC-SUB FROM 1 BY 1
                       UNTIL OCC-SUB > OCC-COUNT
               IF SITE-CLOSED-FOUND = 'NO' AND RL-OCC-TAKEN = 'NO'
                   ADD 1 TO RL-OPEN-CTR
                   STRING RL-TRY-SITE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO RL-BUILD
                       WITH POINTER RL-POS
               END-IF
           END-IF.

       L4-RELOC-CHECK-ONE-OCC.
           IF OCC-ACTIVE(OCC-SUB)
               AND OCC-CAMPGROUND(OCC-SUB) = CHK-CAMPGROUND
               AND OCC-SITE(OCC-SUB) = CHK-SITE
               AND CHK-START-DATE NOT > OCC-END-DATE(OCC-SUB)
               AND OCC-START-DATE(OCC-SUB) NOT > CHK-END-DATE
               MOVE 'YES' TO RL-OCC-TAKEN
           END-IF.

       L4-RELOC-HEADINGS.
           ADD 1 TO RL-PAGE.
           MOVE RL-PAGE TO RL-PG.
           WRITE RELOCLINE FROM RL-TITLE
               AFTER ADVANCING PAGE.
           WRITE RELOCLINE FROM RL-COL-HEADINGS
               AFTER ADVANCING 2 LINES.

       L3-ERR-HEADINGS.
           ADD 1 TO ERROR-PAGE.
           MOVE ERROR-PAGE TO PG.
           WRITE ERRLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *A CHARGEBACK THE PROCESSOR DECIDED AGAINST US TAKES THE MONEY
      *BACK OFF THE CARD, SO IT POSTS AS A REFUND
       L3-CHARGEBACK-REVERSALS.
           OPEN INPUT CHGBACK.
           IF CB-FILE-STATUS = '00'
               PERFORM L4-CHARGEBACK-LINE
                   UNTIL CB-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE CHGBACK.

       L4-CHARGEBACK-LINE.
           READ CHGBACK
               AT END
                   MOVE '10' TO CB-FILE-STATUS
               NOT AT END
                   MOVE 'CHGBACK' TO RF-TRAN-TYPE
                   MOVE CB-NAME TO RF-NAME
                   MOVE CB-CAMPGROUND TO RF-CAMPGROUND
                   MOVE CB-SITE TO RF-SITE
                   MOVE CB-DATE TO RF-DATE
                   MOVE CB-AMT TO RF-REFUND-AMT
                   WRITE REFLINE FROM REF-REC
                   ADD 1 TO REF-LINE-COUNT
                   ADD CB-AMT TO REFUND-TOTAL
           END-READ.

      *TITLE AND COLUMN HEADINGS FOR THE DEPOSIT-AND-REFUND REPORT
       L3-REF-HEADINGS.
           ADD 1 TO REF-PAGE.
               MOVE OCC-R-START-DATE TO OCC-START-DATE(OCC-COUNT)
               MOVE OCC-R-END-DATE   TO OCC-END-DATE(OCC-COUNT)
               MOVE OCC-R-AMT        TO OCC-AMT(OCC-COUNT)
               MOVE 0                TO OCC-PARTY(OCC-COUNT)
               MOVE 0                TO OCC-VEHICLES(OCC-COUNT)
               IF OCC-R-PARTY NUMERIC
                   MOVE OCC-R-PARTY    TO OCC-PARTY(OCC-COUNT)
               END-IF
               IF OCC-R-VEHICLES NUMERIC
                   MOVE OCC-R-VEHICLES TO OCC-VEHICLES(OCC-COUNT)
               END-IF
           ELSE
               DISPLAY 'SITEOCC.DAT EXCEEDS 2000 ACTIVE ROWS -- '
               DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
      *CHECKS THE JUST-VALIDATED RESERVATION AGAINST EVERY OTHER
      *RESERVATION ALREADY HELD FOR THE SAME CAMPGROUND AND SITE
       L3-CHECK-AVAILABILITY.
      *A SITE CLOSED FOR ANY OF THOSE NIGHTS IS REFUSED OUTRIGHT -
      *NO CANCELLATION WILL FREE IT, SO THE GUEST IS NOT WAITLISTED
           PERFORM L4-CHECK-TRAN-CLOSURE.
           IF SITE-CLOSED-FOUND = 'YES'
               MOVE ERRORS(40) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
           END-IF.
           MOVE 'NO' TO DBL-BOOK-FOUND.
           IF SITE-CLOSED-FOUND = 'NO'
               PERFORM L4-CHECK-ONE-OCC
                   VARYING OCC-SUB FROM 1 BY 1
                       UNTIL OCC-SUB > OCC-COUNT
           END-IF.
           IF DBL-BOOK-FOUND = 'YES'
               MOVE ERRORS(29) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               PERFORM L3-QUEUE-WAITLIST
           END-IF.
      *A SITE HELD FOR ANOTHER PHONE CALLER IS REFUSED FOR TONIGHT
      *ONLY - THE HOLD LAPSES, SO THE GUEST IS NOT WAITLISTED
           IF SITE-CLOSED-FOUND = 'NO' AND DBL-BOOK-FOUND = 'NO'
               PERFORM L4-CHECK-TRAN-HOLD
               IF SITE-HELD-FOUND = 'YES'
                   MOVE ERRORS(45) TO ERR-MSG
                   PERFORM L4-MAIN-ERROR
               END-IF
           END-IF.
           IF ERR-SW = 'F' AND OCC-COUNT NOT < 2000
               MOVE ERRORS(33) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
               MOVE 'YES' TO DBL-BOOK-FOUND
           END-IF.

      *TESTS THE TRANSACTION'S SITE AND WINDOW AGAINST THE CLOSURES
       L4-CHECK-TRAN-CLOSURE.
           MOVE I-CAMPGROUND TO CHK-CAMPGROUND.
           MOVE I-SITE TO CHK-SITE.
           MOVE I-DATE TO CHK-START-DATE.
           MOVE END-DATE TO CHK-END-DATE.
           PERFORM L4-CHECK-CLOSURES.

      *A CLOSED SITE COUNTS AS OCCUPIED FOR EVERY NIGHT FROM ITS
      *CLOSED DATE THROUGH ITS REOPEN DATE - CL-HIT-SUB POINTS AT
      *THE FIRST CLOSURE THE WINDOW IN CLOSURE-CHECK-KEY RUNS INTO
       L4-CHECK-CLOSURES.
           MOVE 'NO' TO SITE-CLOSED-FOUND.
           MOVE 0 TO CL-HIT-SUB.
           PERFORM L4-CHECK-ONE-CLOSURE
               VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > CL-COUNT.

       L4-CHECK-ONE-CLOSURE.
           IF SITE-CLOSED-FOUND = 'NO'
               AND CL-CAMPGROUND(CL-SUB) = CHK-CAMPGROUND
               AND CL-SITE(CL-SUB) = CHK-SITE
               AND CHK-START-DATE NOT > CL-TO-DATE(CL-SUB)
               AND CL-FROM-DATE(CL-SUB) NOT > CHK-END-DATE
               MOVE 'YES' TO SITE-CLOSED-FOUND
               MOVE CL-SUB TO CL-HIT-SUB
           END-IF.

      *TESTS THE TRANSACTION'S SITE AND WINDOW AGAINST TODAY'S
      *PHONE HOLDS FOR ANY CALLER BUT THE GUEST ON THE TRANSACTION
       L4-CHECK-TRAN-HOLD.
           MOVE I-CAMPGROUND TO CHK-CAMPGROUND.
           MOVE I-SITE TO CHK-SITE.
           MOVE I-DATE TO CHK-START-DATE.
           MOVE END-DATE TO CHK-END-DATE.
           MOVE I-LNAME TO HOLD-FOR-LNAME.
           MOVE I-FNAME TO HOLD-FOR-FNAME.
           PERFORM L4-CHECK-HOLDS.

      *A HOLD BLOCKS EVERY NIGHT FROM ITS ARRIVAL THROUGH ITS
      *DEPARTURE, THE SAME WAY A BOOKED STAY DOES, UNLESS THE GUEST
      *IN HOLD-FOR-LNAME/FNAME IS THE CALLER IT WAS PLACED FOR
       L4-CHECK-HOLDS.
           MOVE 'NO' TO SITE-HELD-FOUND.
           PERFORM L4-CHECK-ONE-HOLD
               VARYING HL-SUB FROM 1 BY 1
                   UNTIL HL-SUB > HL-COUNT.

       L4-CHECK-ONE-HOLD.
           IF SITE-HELD-FOUND = 'NO'
               AND HL-CAMPGROUND(HL-SUB) = CHK-CAMPGROUND
               AND HL-SITE(HL-SUB) = CHK-SITE
               AND CHK-START-DATE NOT > HL-END-DATE(HL-SUB)
               AND HL-START-DATE(HL-SUB) NOT > CHK-END-DATE
               IF HL-LNAME(HL-SUB) NOT = HOLD-FOR-LNAME
                   OR HL-FNAME(HL-SUB) NOT = HOLD-FOR-FNAME
                   MOVE 'YES' TO SITE-HELD-FOUND
               END-IF
           END-IF.

      *ADDS A NEWLY-ACCEPTED RESERVATION TO THE IN-MEMORY TABLE AND
      *APPENDS IT TO SITEOCC.DAT SO LATER RUNS SEE IT TOO
       L3-SAVE-OCCUPANCY.
           MOVE I-DATE       TO OCC-START-DATE(OCC-COUNT).
           MOVE END-DATE     TO OCC-END-DATE(OCC-COUNT).
           MOVE I-AMT        TO OCC-AMT(OCC-COUNT).
           MOVE OCC-NEW-PARTY TO OCC-PARTY(OCC-COUNT).
           MOVE OCC-NEW-VEHICLES TO OCC-VEHICLES(OCC-COUNT).

           MOVE 'A'          TO OCC-R-STATUS.
           MOVE I-CAMPGROUND TO OCC-R-CAMPGROUND.
           MOVE I-DATE       TO OCC-R-START-DATE.
           MOVE END-DATE     TO OCC-R-END-DATE.
           MOVE I-AMT        TO OCC-R-AMT.
           MOVE OCC-NEW-PARTY TO OCC-R-PARTY.
           MOVE OCC-NEW-VEHICLES TO OCC-R-VEHICLES.
           WRITE OCC-REC.

           MOVE I-CAMPGROUND TO SC-CAMPGROUND.
           MOVE I-SITE       TO SC-SITE.
           MOVE I-DATE       TO SC-START-DATE.
           MOVE O-NAME       TO SC-NAME.
           MOVE I-CCTYPE     TO SC-CCTYPE.
           MOVE I-CCNUM      TO SC-CCNUM.
           MOVE I-CCEXP      TO SC-CCEXP.
           MOVE SPACES       TO SC-PRIOR-SITE.
           MOVE 0            TO SC-PRIOR-START.
           MOVE CURR-DATE    TO SC-CONF-DATE.
           WRITE SC-REC.

           ADD I-AMT TO DEPOSIT-TOTAL.
           MOVE 'DEPOSIT' TO RF-TRAN-TYPE.
           MOVE O-NAME       TO RF-NAME.
           MOVE I-DATE       TO OCC-R-START-DATE.
           MOVE OCC-END-DATE(CANCEL-MATCH-SUB) TO OCC-R-END-DATE.
           MOVE REFUND-AMT   TO OCC-R-AMT.
           MOVE OCC-PARTY(CANCEL-MATCH-SUB) TO OCC-R-PARTY.
           MOVE OCC-VEHICLES(CANCEL-MATCH-SUB) TO OCC-R-VEHICLES.
           WRITE OCC-REC.

           PERFORM L3-PROMOTE-WAITLIST.
                   END-IF
           END-READ.

      *LOAD THE SITE CLOSURES - NO FILE MEANS NO SITE IS CLOSED
       L3-LOAD-CLOSURES.
           OPEN INPUT SITECLOS.
           IF CL-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CLOSURE
                   UNTIL CL-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE SITECLOS.

       L4-LOAD-ONE-CLOSURE.
           READ SITECLOS
               AT END
                   MOVE '10' TO CL-FILE-STATUS
               NOT AT END
                   IF CL-COUNT < 200
                       ADD 1 TO CL-COUNT
                       MOVE CL-R-CAMPGROUND TO CL-CAMPGROUND(CL-COUNT)
                       MOVE CL-R-SITE TO CL-SITE(CL-COUNT)
                       MOVE CL-R-FROM-DATE TO CL-FROM-DATE(CL-COUNT)
                       MOVE CL-R-TO-DATE TO CL-TO-DATE(CL-COUNT)
                       MOVE CL-R-REASON TO CL-REASON(CL-COUNT)
                   ELSE
                       DISPLAY 'SITECLOS.DAT EXCEEDS 200 ROWS -- '
                           'REMAINING CLOSURES NOT LOADED'
                   END-IF
           END-READ.

      *LOAD TODAY'S PHONE HOLDS - OLDER ONES HAVE LAPSED AND ARE
      *SKIPPED; NO FILE MEANS NOTHING IS ON HOLD
       L3-LOAD-HOLDS.
           OPEN INPUT SITEHOLD.
           IF HD-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-HOLD
                   UNTIL HD-FILE-STATUS NOT = '00'
           END-IF.
           CLOSE SITEHOLD.

       L4-LOAD-ONE-HOLD.
           READ SITEHOLD
               AT END
                   MOVE '10' TO HD-FILE-STATUS
               NOT AT END
                   IF HD-HOLD-DATE = CURR-DATE
                       IF HL-COUNT < 200
                           ADD 1 TO HL-COUNT
                           MOVE HD-CAMPGROUND TO HL-CAMPGROUND(HL-COUNT)
                           MOVE HD-SITE TO HL-SITE(HL-COUNT)
                           MOVE HD-START-DATE TO HL-START-DATE(HL-COUNT)
                           MOVE HD-END-DATE TO HL-END-DATE(HL-COUNT)
                           MOVE HD-LNAME TO HL-LNAME(HL-COUNT)
                           MOVE HD-FNAME TO HL-FNAME(HL-COUNT)
                       ELSE
                           DISPLAY 'SITEHOLD.DAT EXCEEDS 200 HOLDS -- '
                               'REMAINING HOLDS NOT LOADED'
                       END-IF
                   END-IF
           END-READ.

      *A NON-BLANK DISCOUNT CODE MUST BE ON THE MASTER WITH THE
      *ARRIVAL DATE INSIDE ITS WINDOW; THE PERCENT COMES OFF THE
      *CAMP.CPY-PRICED STAY SO I-AMT MUST MATCH THE NET FIGURE
                       MOVE WL-R-CCTYPE TO WL-CCTYPE(WL-COUNT)
                       MOVE WL-R-CCNUM TO WL-CCNUM(WL-COUNT)
                       MOVE WL-R-CCEXP TO WL-CCEXP(WL-COUNT)
                       MOVE 0 TO WL-PARTY(WL-COUNT)
                       MOVE 0 TO WL-VEHICLES(WL-COUNT)
                       IF WL-R-PARTY NUMERIC
                           MOVE WL-R-PARTY TO WL-PARTY(WL-COUNT)
                       END-IF
                       IF WL-R-VEHICLES NUMERIC
                           MOVE WL-R-VEHICLES TO WL-VEHICLES(WL-COUNT)
                       END-IF
      *ROWS QUEUED BEFORE TOKENIZATION CAME IN STILL CARRY A REAL
      *CARD NUMBER - SWAP IT FOR A VAULT TOKEN ON THE WAY IN SO
      *THE FILE IS CLEAN AFTER ONE RUN
               MOVE I-CCTYPE TO WL-CCTYPE(WL-COUNT)
               MOVE I-CCNUM TO WL-CCNUM(WL-COUNT)
               MOVE I-CCEXP TO WL-CCEXP(WL-COUNT)
               MOVE 0 TO WL-PARTY(WL-COUNT)
               MOVE 0 TO WL-VEHICLES(WL-COUNT)
               IF I-PARTY-SIZE NUMERIC
                   MOVE I-PARTY-SIZE TO WL-PARTY(WL-COUNT)
               END-IF
               IF I-VEHICLES NUMERIC
                   MOVE I-VEHICLES TO WL-VEHICLES(WL-COUNT)
               END-IF
           ELSE
               DISPLAY 'WAITLIST TABLE FULL - GUEST NOT QUEUED'
           END-IF.
                       MOVE 'NO' TO WL-CLEAR
                   END-IF
           END-PERFORM.
      *A WINDOW FREED BY A CANCELLATION IS STILL NO GOOD IF THE SITE
      *IS CLOSED FOR ANY OF THE WAITING GUEST'S NIGHTS
           MOVE WL-CAMPGROUND(WL-SUB) TO CHK-CAMPGROUND.
           MOVE WL-SITE(WL-SUB) TO CHK-SITE.
           MOVE WL-START-DATE(WL-SUB) TO CHK-START-DATE.
           MOVE WL-END-DATE(WL-SUB) TO CHK-END-DATE.
           PERFORM L4-CHECK-CLOSURES.
           IF SITE-CLOSED-FOUND = 'YES'
               MOVE 'NO' TO WL-CLEAR
           END-IF.
      *OR IF A PHONE CALLER HAS IT ON HOLD TODAY
           MOVE WL-LNAME(WL-SUB) TO HOLD-FOR-LNAME.
           MOVE WL-FNAME(WL-SUB) TO HOLD-FOR-FNAME.
           PERFORM L4-CHECK-HOLDS.
           IF SITE-HELD-FOUND = 'YES'
               MOVE 'NO' TO WL-CLEAR
           END-IF.

       L4-WL-BOOK.
           IF OCC-COUNT < 2000
                   TO OCC-START-DATE(OCC-COUNT)
               MOVE WL-END-DATE(WL-PICK) TO OCC-END-DATE(OCC-COUNT)
               MOVE WL-AMT(WL-PICK) TO OCC-AMT(OCC-COUNT)
               MOVE WL-PARTY(WL-PICK) TO OCC-PARTY(OCC-COUNT)
               MOVE WL-VEHICLES(WL-PICK) TO OCC-VEHICLES(OCC-COUNT)

               MOVE 'A' TO OCC-R-STATUS
               MOVE WL-CAMPGROUND(WL-PICK) TO OCC-R-CAMPGROUND
               MOVE WL-START-DATE(WL-PICK) TO OCC-R-START-DATE
               MOVE WL-END-DATE(WL-PICK) TO OCC-R-END-DATE
               MOVE WL-AMT(WL-PICK) TO OCC-R-AMT
               MOVE WL-PARTY(WL-PICK) TO OCC-R-PARTY
               MOVE WL-VEHICLES(WL-PICK) TO OCC-R-VEHICLES
               WRITE OCC-REC

               MOVE WL-CAMPGROUND(WL-PICK) TO SC-CAMPGROUND
               MOVE WL-SITE(WL-PICK) TO SC-SITE
               MOVE WL-START-DATE(WL-PICK) TO SC-START-DATE
               MOVE SPACES TO SC-NAME
               STRING WL-LNAME(WL-PICK) '**' WL-FNAME(WL-PICK)
                   DELIMITED BY SPACE
                       INTO SC-NAME
               INSPECT SC-NAME REPLACING ALL '**' BY ', '
               MOVE WL-CCTYPE(WL-PICK) TO SC-CCTYPE
               MOVE WL-CCNUM(WL-PICK) TO SC-CCNUM
               MOVE WL-CCEXP(WL-PICK) TO SC-CCEXP
               MOVE SPACES TO SC-PRIOR-SITE
               MOVE 0 TO SC-PRIOR-START
               MOVE CURR-DATE TO SC-CONF-DATE
               WRITE SC-REC

               ADD WL-AMT(WL-PICK) TO DEPOSIT-TOTAL
               MOVE 'P' TO WL-STATUS(WL-PICK)
               ADD 1 TO WL-PROMOTED-CTR
                   MOVE WL-CCTYPE(WL-SUB) TO WL-R-CCTYPE
                   MOVE WL-CCNUM(WL-SUB) TO WL-R-CCNUM
                   MOVE WL-CCEXP(WL-SUB) TO WL-R-CCEXP
                   MOVE WL-PARTY(WL-SUB) TO WL-R-PARTY
                   MOVE WL-VEHICLES(WL-SUB) TO WL-R-VEHICLES
                   WRITE WL-REC
           END-PERFORM.
           CLOSE WAITLIST.
               MOVE ERRORS(17) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
           END-IF
      *PARTY SIZE AND VEHICLES AGAINST THE SITE TYPE'S LIMITS - THE
      *SITE LETTER HAS TO BE GOOD TO KNOW WHICH TYPE
           MOVE 0 TO C-PARTY-FEES.
           IF SITE-SW = 'F'
               SET SITE-INDEX TO 1
               SEARCH SITE-GROUP
                   WHEN SITE(SITE-INDEX) = SITE-LTR
                       CONTINUE
               END-SEARCH
               SET SAVE-SITE-INDEX TO SITE-INDEX
               MOVE 1 TO PARTY-SITES
               PERFORM L4-PARTY-CHECK
           END-IF.
      *CHECKS TO SEE IF I-AMT IS NUMERIC, AND IF IT IS IT CHECKS TO 
      *MAKE SURE THAT I-AMT WOULD MATCH HOW MUCH IT WOULD COST FOR
      *THAT PARTICULAR SITE BASED ON IT'S RATE AND THE STAY
                       SET SAVE-SITE-INDEX TO SITE-INDEX
                       PERFORM L3-SEASONAL-PRICE
                       PERFORM L4-DISC-LOOKUP THRU L4-DISC-LOOKUP-X
                       ADD C-PARTY-FEES TO C-NET-AMT
                       IF DISC-OK = 'T'
                           MOVE ERRORS(39) TO ERR-MSG
                           PERFORM L4-MAIN-ERROR
           MOVE I-AMT TO CONF-TOTAL.
           WRITE CONFLINE FROM CONF-RATE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L4-CONF-PARTY.

      *THE MEMBERSHIP DISCOUNT SHOWS ON THE LETTER
           IF DISC-SUB > 0
           MOVE I-DATE TO PA-ARRIVAL.
           WRITE PA-REC.

      *THE PARTY ON THE LETTER, AND WHAT THE EXTRA PEOPLE AND
      *VEHICLES ADDED TO THE STAY WHEN THERE ARE ANY
       L4-CONF-PARTY.
           MOVE I-PARTY-SIZE TO CPL-PARTY.
           MOVE I-VEHICLES TO CPL-VEHICLES.
           WRITE CONFLINE FROM CONF-PARTY-LINE
               AFTER ADVANCING 1 LINE.
           IF C-PARTY-FEES > 0
               MOVE C-PERSON-FEES TO CFL-PERSON
               MOVE C-VEHICLE-FEES TO CFL-VEHICLE
               WRITE CONFLINE FROM CONF-FEE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *PARTY SIZE AND VEHICLES AGAINST THE SITE TYPE'S LIMITS, TIMES
      *PARTY-SITES FOR A BLOCK, THEN THE NIGHTLY FEE FOR EACH PERSON
      *AND VEHICLE OVER WHAT THE RATE COVERS. THE SITE TYPE ROW MUST
      *ALREADY BE SET IN SAVE-SITE-INDEX.
       L4-PARTY-CHECK.
           MOVE 'F' TO PARTY-ERR.
           MOVE 0 TO C-PERSON-FEES.
           MOVE 0 TO C-VEHICLE-FEES.
           MOVE 0 TO C-PARTY-FEES.

           IF I-PARTY-SIZE NOT NUMERIC OR I-PARTY-SIZE = 0
               MOVE 'T' TO PARTY-ERR
               MOVE ERRORS(41) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
           ELSE
               COMPUTE C-PARTY-LIMIT =
                   MAX-PARTY(SAVE-SITE-INDEX) * PARTY-SITES
               IF I-PARTY-SIZE > C-PARTY-LIMIT
                   MOVE 'T' TO PARTY-ERR
                   MOVE ERRORS(42) TO ERR-MSG
                   PERFORM L4-MAIN-ERROR
               END-IF
           END-IF.

           IF I-VEHICLES NOT NUMERIC
               MOVE 'T' TO PARTY-ERR
               MOVE ERRORS(43) TO ERR-MSG
               PERFORM L4-MAIN-ERROR
           ELSE
               COMPUTE C-PARTY-LIMIT =
                   MAX-VEHICLES(SAVE-SITE-INDEX) * PARTY-SITES
               IF I-VEHICLES > C-PARTY-LIMIT
                   MOVE 'T' TO PARTY-ERR
                   MOVE ERRORS(44) TO ERR-MSG
                   PERFORM L4-MAIN-ERROR
               END-IF
           END-IF.

           IF PARTY-ERR = 'F' AND I-LEN-STAY NUMERIC
               COMPUTE C-EXTRA-PERSONS = I-PARTY-SIZE -
                   (BASE-PARTY(SAVE-SITE-INDEX) * PARTY-SITES)
               IF C-EXTRA-PERSONS < 0
                   MOVE 0 TO C-EXTRA-PERSONS
               END-IF
               COMPUTE C-EXTRA-VEHICLES = I-VEHICLES -
                   (BASE-VEHICLES(SAVE-SITE-INDEX) * PARTY-SITES)
               IF C-EXTRA-VEHICLES < 0
                   MOVE 0 TO C-EXTRA-VEHICLES
               END-IF
               COMPUTE C-PERSON-FEES = C-EXTRA-PERSONS *
                   EXTRA-PERSON-FEE(SAVE-SITE-INDEX) * I-LEN-STAY
               COMPUTE C-VEHICLE-FEES = C-EXTRA-VEHICLES *
                   EXTRA-VEHICLE-FEE(SAVE-SITE-INDEX) * I-LEN-STAY
               COMPUTE C-PARTY-FEES = C-PERSON-FEES + C-VEHICLE-FEES
           END-IF.

       L4-MAIN-ERROR.
           IF ERR-SW = 'F'
               MOVE TRAN-REC TO ERR-REC
