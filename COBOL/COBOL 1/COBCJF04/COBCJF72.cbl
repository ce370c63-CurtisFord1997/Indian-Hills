       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF72.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *ONLINE BOOKING CHANNEL IMPORT FOR THE CONDOS. THE RENTAL SITES'
      *BOOKING EXPORTS (CHNLBKG.DAT - ONE ROW PER BOOKING, CHANNEL
      *CODE AND THE SITE'S CONFIRMATION NUMBER UP FRONT, N NEW, M
      *MODIFIED, X CANCELLED) ARE TURNED INTO RESERVATION LEDGER
      *TRANSACTIONS ON RSVTRAN.DAT FOR COBCJF41, SO NOBODY RETYPES
      *THEM:
      *  - A NEW BOOKING GOES ON AS AN R ROW;
      *  - A CHANGED BOOKING TAKES ITS OLD DATES OFF WITH A C ROW AND
      *    GOES BACK ON AS AN R ROW;
      *  - A CANCELLED BOOKING COMES OFF WITH AN X ROW.
      *A NEW OR CHANGED BOOKING THAT COLLIDES WITH A STAY OR BLOCK
      *ALREADY ON THE LEDGER, KEYED TONIGHT, OR IMPORTED EARLIER IN
      *THE RUN IS REJECTED AND LISTED - THE SITE HAS DOUBLE-SOLD THE
      *CONDO AND THE FRONT DESK HAS TO CALL THE GUEST.
      *EVERY IMPORTED BOOKING IS KEPT ON A CROSS-REFERENCE
      *(CHNLXREF.DAT) BY CHANNEL AND CONFIRMATION NUMBER WITH THE
      *COMMISSION THE SITE KEEPS - FROM THE EXPORT, OR THE CHANNEL'S
      *STANDARD RATE WHEN THE EXPORT LEAVES IT OUT. THE SITES SEND
      *THE SAME BOOKINGS NIGHT AFTER NIGHT, SO A ROW THAT MATCHES THE
      *CROSS-REFERENCE IS SKIPPED, WHICH ALSO MAKES A RERUN SAFE.
      *COBCJF04 READS THE CROSS-REFERENCE TO TAKE THE COMMISSION OFF
      *THE OWNER'S GROSS BEFORE THE MANAGEMENT FEE SPLIT. THE RUN
      *ALSO PRINTS THE CHANNEL MIX BY CONDO (CHNLMIX.PRT) FOR THE
      *YEAR'S CHANNEL BOOKINGS - BOOKINGS, NIGHTS, REVENUE, AND FEES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHNLIN
               ASSIGN TO WS-CHNLIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.
           SELECT CHNLXREF
               ASSIGN TO WS-CHNLXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.
           SELECT RSVLEDGER
               ASSIGN TO WS-RSVLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.
           SELECT RSVTRAN
               ASSIGN TO WS-RSVTRAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT CXLFEED
               ASSIGN TO WS-CXLFEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT MIXPRT
               ASSIGN TO WS-MIXPRT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *THE CHANNELS' BOOKING EXPORTS. COMMISSION IS WHAT THE SITE
      *KEEPS OUT OF THE GROSS; ZERO MEANS USE THE CHANNEL'S RATE
       FD  CHNLIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 CI-REC.
           05 CI-CHANNEL           PIC XX.
           05 CI-CONF-NO           PIC X(12).
           05 CI-ACTION            PIC X.
               88 CI-NEW               VALUE 'N'.
               88 CI-MODIFIED          VALUE 'M'.
               88 CI-CANCELLED         VALUE 'X'.
               88 VAL-CI-ACTION        VALUE 'N' 'M' 'X'.
           05 CI-CONDO             PIC XX.
           05 CI-GUEST             PIC X(20).
           05 CI-ARR-DATE.
               10 CI-ARR-YYYY      PIC 9(4).
               10 CI-ARR-MM        PIC 99.
               10 CI-ARR-DD        PIC 99.
           05 CI-ARR-DATE-N REDEFINES CI-ARR-DATE PIC 9(8).
           05 CI-NIGHTS            PIC 99.
           05 CI-GROSS             PIC 9(6)V99.
           05 CI-COMMISSION        PIC 9(5)V99.

      *EVERY CHANNEL BOOKING IMPORTED, BY CHANNEL AND CONFIRMATION
      *NUMBER - A ACTIVE, X CANCELLED. READ BY COBCJF04 FOR THE
      *COMMISSION ON A BILLED STAY
       FD  CHNLXREF
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 CB-REC.
           05 CB-CHANNEL           PIC XX.
           05 CB-CONF-NO           PIC X(12).
           05 CB-CONDO             PIC XX.
           05 CB-GUEST             PIC X(20).
           05 CB-ARR-DATE          PIC 9(8).
           05 CB-NIGHTS            PIC 99.
           05 CB-GROSS             PIC 9(6)V99.
           05 CB-COMMISSION        PIC 9(5)V99.
           05 CB-IMPORT-DATE       PIC 9(8).
           05 CB-STATUS            PIC X.

      *THE RESERVATIONS LEDGER AS COBCJF41 LEFT IT LAST NIGHT
       FD  RSVLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RV-REC.
           05 RV-CONDO             PIC XX.
           05 RV-GUEST             PIC X(20).
           05 RV-ARR-DATE          PIC 9(8).
           05 RV-NIGHTS            PIC 99.
           05 RV-AMT               PIC 9(6)V99.
           05 RV-ENTRY-TYPE        PIC X.
               88 RV-BOOKING           VALUE ' ' 'R'.

      *TONIGHT'S LEDGER TRANSACTIONS - READ FOR WHAT THE OFFICE HAS
      *ALREADY KEYED, THEN EXTENDED WITH THE IMPORTED ROWS
       FD  RSVTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RT-REC.
           05 RT-CONDO             PIC XX.
           05 RT-GUEST             PIC X(20).
           05 RT-ARR-DATE          PIC 9(8).
           05 RT-NIGHTS            PIC 99.
           05 RT-AMT               PIC 9(6)V99.
      *BLANK OR R = BOOKING; O, M, H = BLOCK; X = CANCELLED AND C =
      *CHANGED - THE BOOKING COMES OFF THE LEDGER
           05 RT-ENTRY-TYPE        PIC X.
               88 RT-BOOKING           VALUE ' ' 'R'.
               88 RT-BLOCK             VALUE 'O' 'M' 'H'.
               88 RT-TAKE-OFF          VALUE 'X' 'C'.

       01 RT-BLOCK-REC.
           05 FILLER               PIC XX.
           05 RT-BLK-DESC          PIC X(20).
           05 RT-BLK-FROM-DATE     PIC 9(8).
           05 RT-BLK-TO-DATE       PIC 9(8).
           05 FILLER               PIC XX.
           05 FILLER               PIC X.

      *TONIGHT'S DEPOSIT CANCELLATIONS FROM COBCJF04 - THOSE NIGHTS
      *ARE FOR SALE AGAIN
       FD  CXLFEED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 CX-REC.
           05 CX-CONDO             PIC XX.
           05 CX-GUEST             PIC X(20).
           05 CX-ARR-DATE          PIC 9(8).
           05 FILLER               PIC X(38).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRTLINE                  PIC X(132).

       FD  MIXPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MIXLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 MIXLINE                  PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "DATECALC.CPY".

       01 WORK-AREA.
           05 CI-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CB-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RV-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RT-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CX-MORE-RECS         PIC XXX VALUE 'YES'.
           05 XR-MATCH             PIC XXX VALUE 'NO'.
           05 CL-MATCH             PIC XXX VALUE 'NO'.
           05 CL-HIT               PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 CI-FILE-STATUS       PIC XX.
           05 CB-FILE-STATUS       PIC XX.
           05 RV-FILE-STATUS       PIC XX.
           05 RT-FILE-STATUS       PIC XX.
           05 CX-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-CHNLIN-PATH        PIC X(80)
               VALUE 'C:\COBOL\CHNLBKG.DAT'.
           05 WS-CHNLXREF-PATH      PIC X(80)
               VALUE 'C:\COBOL\CHNLXREF.DAT'.
           05 WS-RSVLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-RSVTRAN-PATH       PIC X(80)
               VALUE 'C:\COBOL\RSVTRAN.DAT'.
           05 WS-CXLFEED-PATH       PIC X(80)
               VALUE 'C:\COBOL\CONDOCXL.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\CHNLIMP.PRT'.
           05 WS-MIXPRT-PATH        PIC X(80)
               VALUE 'C:\COBOL\CHNLMIX.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-DATE-N REDEFINES I-DATE PIC 9(8).
           05 I-TIME               PIC X(11).

      *THE CHANNELS WE SELL THROUGH AND THE STANDARD COMMISSION EACH
      *KEEPS WHEN THE EXPORT DOES NOT CARRY THE AMOUNT
       01 CHANNEL-AREA.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "AB".
               10 FILLER           PIC X(12)   VALUE "AIRBNB".
               10 FILLER           PIC V999    VALUE .030.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "VR".
               10 FILLER           PIC X(12)   VALUE "VRBO".
               10 FILLER           PIC V999    VALUE .080.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "BC".
               10 FILLER           PIC X(12)   VALUE "BOOKING.COM".
               10 FILLER           PIC V999    VALUE .150.

       01 CHANNEL-TABLE REDEFINES CHANNEL-AREA.
           05 CHN-ENTRY OCCURS 3 TIMES.
               10 CHN-CODE         PIC XX.
               10 CHN-NAME         PIC X(12).
               10 CHN-PCT          PIC V999.

      *CONDO CODES AND NAMES, SAME ROW ORDER AS COBCJF04'S TABLES
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

       01 OWNER-CONDO-NAMES.
           05 FILLER               PIC X(17)   VALUE "HORSESHOE BEND".
           05 FILLER               PIC X(17)   VALUE "OSAGE BEACH".
           05 FILLER               PIC X(17)   VALUE "PISTOL POINT".
           05 FILLER               PIC X(17)   VALUE "REGATTA BAY".
           05 FILLER               PIC X(17)   VALUE "SHAWNEE BEND".
           05 FILLER               PIC X(17)   VALUE "LEDGES".
           05 FILLER               PIC X(17)   VALUE "HARBOUR TOWNE".
           05 FILLER               PIC X(17)   VALUE "COMPASSE POINTE".

       01 OWNER-CONDO-NAME-TABLE REDEFINES OWNER-CONDO-NAMES.
           05 OWN-CONDO-NAME       PIC X(17)   OCCURS 8 TIMES.

      *THE CROSS-REFERENCE, HELD IN FULL AND WRITTEN BACK AT CLOSE
       01 XREF-TABLE.
           05 XR-ENTRY OCCURS 1000 TIMES INDEXED BY XR-IDX.
               10 XR-CHANNEL       PIC XX.
               10 XR-CONF-NO       PIC X(12).
               10 XR-CONDO         PIC XX.
               10 XR-GUEST         PIC X(20).
               10 XR-ARR-DATE      PIC 9(8).
               10 XR-NIGHTS        PIC 99.
               10 XR-GROSS         PIC 9(6)V99.
               10 XR-COMMISSION    PIC 9(5)V99.
               10 XR-IMPORT-DATE   PIC 9(8).
               10 XR-STATUS        PIC X.
                   88 XR-ACTIVE        VALUE 'A'.
                   88 XR-CANCELLED     VALUE 'X'.

      *EVERY STAY AND BLOCK THE CONDOS ARE COMMITTED TO, AS TRUE
      *CALENDAR DAY SPANS - LEDGER, TONIGHT'S KEYED ROWS, AND THE
      *BOOKINGS IMPORTED SO FAR THIS RUN
       01 COLLISION-TABLE.
           05 CL-ENTRY OCCURS 800 TIMES INDEXED BY CL-IDX.
               10 CL-CONDO         PIC XX.
               10 CL-GUEST         PIC X(20).
               10 CL-ARR-DATE      PIC 9(8).
               10 CL-START         PIC 9(7).
               10 CL-END           PIC 9(7).
               10 CL-TYPE          PIC X.
                   88 CL-IS-BOOKING    VALUE ' ' 'R'.
               10 CL-LIVE          PIC X.

      *CHANNEL MIX - 8 CONDOS PLUS AN ALL-CONDO ROW, 3 CHANNELS
      *PLUS A CONDO TOTAL COLUMN
       01 MIX-TABLE.
           05 MX-CONDO OCCURS 9 TIMES.
               10 MX-CHANNEL OCCURS 4 TIMES.
                   15 MX-BOOKINGS  PIC 9(5)        VALUE ZERO.
                   15 MX-NIGHTS    PIC 9(6)        VALUE ZERO.
                   15 MX-REVENUE   PIC 9(8)V99     VALUE ZERO.
                   15 MX-FEES      PIC 9(7)V99     VALUE ZERO.

       01 IMPORT-CALC-VARS.
           05 XR-CTR               PIC 9(4)    VALUE 0.
           05 CL-CTR               PIC 9(4)    VALUE 0.
           05 CHN-SUB              PIC 9       VALUE 0.
           05 CN-SUB               PIC 9       VALUE 0.
           05 MX-CN-SUB            PIC 99      VALUE 0.
           05 MX-CH-SUB            PIC 9       VALUE 0.
           05 C-TODAY-DAY-NO       PIC 9(7)    VALUE 0.
           05 C-NEW-START          PIC 9(7)    VALUE 0.
           05 C-NEW-END            PIC 9(7)    VALUE 0.
           05 C-COMMISSION         PIC 9(5)V99 VALUE 0.
           05 C-PCT                PIC 999V9   VALUE 0.
           05 FIND-CONDO           PIC XX.
           05 FIND-GUEST           PIC X(20).
           05 FIND-ARR-DATE        PIC 9(8).
           05 EXCL-CONDO           PIC XX.
           05 EXCL-GUEST           PIC X(20).
           05 EXCL-ARR-DATE        PIC 9(8).
           05 WORK-CONF-KEY        PIC X(14).
           05 C-READ-CTR           PIC 9(5)    VALUE 0.
           05 C-ADD-CTR            PIC 9(5)    VALUE 0.
           05 C-CHG-CTR            PIC 9(5)    VALUE 0.
           05 C-CXL-CTR            PIC 9(5)    VALUE 0.
           05 C-SAME-CTR           PIC 9(5)    VALUE 0.
           05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
           05 C-GROSS-HASH         PIC 9(9)V99 VALUE 0.
           05 C-COMM-TOTAL         PIC 9(9)V99 VALUE 0.
           05 C-MIX-CTR            PIC 9(5)    VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-MIX-PG-CTR         PIC 99      VALUE 0.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(34)
               VALUE "ONLINE CHANNEL BOOKING IMPORT".
           05 FILLER               PIC X(46)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 DETAIL-HEADING-LINE.
           05 FILLER               PIC X(10)   VALUE "CHANNEL".
           05 FILLER               PIC X(14)   VALUE "CONF NO".
           05 FILLER               PIC X(5)    VALUE "ACT".
           05 FILLER               PIC X(7)    VALUE "CONDO".
           05 FILLER               PIC X(22)   VALUE "GUEST".
           05 FILLER               PIC X(12)   VALUE "ARRIVAL".
           05 FILLER               PIC X(5)    VALUE "NTS".
           05 FILLER               PIC X(13)   VALUE "GROSS".
           05 FILLER               PIC X(13)   VALUE "COMMISSION".
           05 FILLER               PIC X(31)   VALUE "RESULT".

       01 DETAIL-LINE.
           05 DTL-CHANNEL          PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-CONF-NO          PIC X(12).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-ACTION           PIC X.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 DTL-CONDO            PIC XX.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 DTL-GUEST            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-ARR-MM           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DTL-ARR-DD           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DTL-ARR-YYYY         PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-NIGHTS           PIC Z9.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 DTL-GROSS            PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-COMMISSION       PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DTL-RESULT           PIC X(31).

       01 GT-IMPORT-LINE.
           05 FILLER               PIC X(8)    VALUE 'ADDED:'.
           05 GT-ADDED             PIC Z,ZZ9.
           05 FILLER               PIC X(11)   VALUE '  CHANGED:'.
           05 GT-CHANGED           PIC Z,ZZ9.
           05 FILLER               PIC X(13)   VALUE '  CANCELLED:'.
           05 GT-CANCELLED         PIC Z,ZZ9.
           05 FILLER               PIC X(13)   VALUE '  UNCHANGED:'.
           05 GT-UNCHANGED         PIC Z,ZZ9.
           05 FILLER               PIC X(12)   VALUE '  REJECTED:'.
           05 GT-REJECTED          PIC Z,ZZ9.
           05 FILLER               PIC X(14)
               VALUE '  COMMISSION:'.
           05 GT-COMMISSION        PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23)   VALUE SPACE.

       01 MIX-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 MX-O-MM              PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 MX-O-DD              PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 MX-O-YYYY            PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(21)
               VALUE "CHANNEL MIX BY CONDO".
           05 FILLER               PIC X(11)   VALUE "- ARRIVING".
           05 MX-O-YEAR            PIC 9(4).
           05 FILLER               PIC X(44)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 MX-O-PG-CTR          PIC Z9.

       01 MIX-HEADING-LINE.
           05 FILLER               PIC X(19)   VALUE "CONDOMINIUM".
           05 FILLER               PIC X(14)   VALUE "CHANNEL".
           05 FILLER               PIC X(11)   VALUE "BOOKINGS".
           05 FILLER               PIC X(9)    VALUE "NIGHTS".
           05 FILLER               PIC X(16)   VALUE "REVENUE".
           05 FILLER               PIC X(16)   VALUE "CHANNEL FEES".
           05 FILLER               PIC X(47)   VALUE "FEE PCT".

       01 MIX-LINE.
           05 MXL-CONDO            PIC X(17).
           05 FILLER               PIC XX      VALUE SPACE.
           05 MXL-CHANNEL          PIC X(12).
           05 FILLER               PIC XX      VALUE SPACE.
           05 MXL-BOOKINGS         PIC Z,ZZ9.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 MXL-NIGHTS           PIC ZZ,ZZ9.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 MXL-REVENUE          PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 MXL-FEES             PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 MXL-PCT              PIC ZZ9.9.
           05 FILLER               PIC X(42)   VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ONE-IMPORT
               UNTIL CI-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A CHANNEL BOOKING WAS REJECTED
           IF C-REJECT-CTR > 0
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
           MOVE I-DATE-N TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-TODAY-DAY-NO.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF72" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-XREF-RESTORE.
           PERFORM 1200-LOAD-LEDGER.
           PERFORM 1300-LOAD-KEYED-TRANS.
           PERFORM 1400-LOAD-CANCELLATIONS.

      *THE IMPORTED ROWS FOLLOW WHATEVER THE OFFICE KEYED; THE
      *FIRST WRITE OF THE NIGHT CREATES THE FILE
           OPEN EXTEND RSVTRAN.
           IF RT-FILE-STATUS NOT = '00'
               OPEN OUTPUT RSVTRAN
           END-IF.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM DETAIL-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           OPEN INPUT CHNLIN.
           IF CI-FILE-STATUS NOT = '00'
               MOVE 'NO' TO CI-MORE-RECS
           ELSE
               PERFORM 9000-READ-IMPORT
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'CHNLBKG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHNLIN-PATH
           END-IF.

           DISPLAY 'CHNLXREF_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHNLXREF-PATH
           END-IF.

           DISPLAY 'CONDORSV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RSVLEDGER-PATH
           END-IF.

           DISPLAY 'RSVTRAN_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RSVTRAN-PATH
           END-IF.

           DISPLAY 'CONDOCXL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CXLFEED-PATH
           END-IF.

           DISPLAY 'CHNLIMP_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'CHNLMIX_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MIXPRT-PATH
           END-IF.

       1100-XREF-RESTORE.
           OPEN INPUT CHNLXREF.
           IF CB-FILE-STATUS = '00'
               PERFORM 1110-LOAD-ONE-XREF
                   UNTIL CB-MORE-RECS = 'NO'
           END-IF.
           CLOSE CHNLXREF.

       1110-LOAD-ONE-XREF.
           READ CHNLXREF
               AT END
                   MOVE 'NO' TO CB-MORE-RECS
               NOT AT END
                   IF XR-CTR < 1000
                       ADD 1 TO XR-CTR
                       SET XR-IDX TO XR-CTR
                       MOVE CB-REC TO XR-ENTRY(XR-IDX)
                   ELSE
                       DISPLAY 'XREF-TABLE EXCEEDS 1000 ROWS'
                       DISPLAY 'REMAINING XREF ROWS NOT LOADED'
                   END-IF
           END-READ.

      *LEDGER ROWS STILL AHEAD OF OR SPANNING THE BUSINESS DATE
       1200-LOAD-LEDGER.
           OPEN INPUT RSVLEDGER.
           IF RV-FILE-STATUS = '00'
               PERFORM 1210-LOAD-ONE-LEDGER
                   UNTIL RV-MORE-RECS = 'NO'
           END-IF.
           CLOSE RSVLEDGER.

       1210-LOAD-ONE-LEDGER.
           READ RSVLEDGER
               AT END
                   MOVE 'NO' TO RV-MORE-RECS
               NOT AT END
                   MOVE 'D' TO DC-FUNCTION
                   MOVE RV-ARR-DATE TO DC-DATE
                   CALL 'COBDATE' USING DATE-CALC-AREA
                   IF DC-DAY-NO + RV-NIGHTS > C-TODAY-DAY-NO
                       MOVE DC-DAY-NO TO C-NEW-START
                       COMPUTE C-NEW-END = C-NEW-START + RV-NIGHTS
                       MOVE RV-CONDO TO FIND-CONDO
                       MOVE RV-GUEST TO FIND-GUEST
                       MOVE RV-ARR-DATE TO FIND-ARR-DATE
                       PERFORM 8400-ADD-COLLISION-ROW
                       IF CL-CTR > 0
                           MOVE RV-ENTRY-TYPE TO CL-TYPE(CL-IDX)
                       END-IF
                   END-IF
           END-READ.

      *WHAT THE OFFICE HAS KEYED FOR TONIGHT - BOOKINGS AND BLOCKS
      *COMMIT THE CONDO, TAKE-OFF ROWS FREE IT
       1300-LOAD-KEYED-TRANS.
           OPEN INPUT RSVTRAN.
           IF RT-FILE-STATUS = '00'
               PERFORM 1310-LOAD-ONE-KEYED
                   UNTIL RT-MORE-RECS = 'NO'
           END-IF.
           CLOSE RSVTRAN.

       1310-LOAD-ONE-KEYED.
           READ RSVTRAN
               AT END
                   MOVE 'NO' TO RT-MORE-RECS
               NOT AT END
                   PERFORM 1320-ONE-KEYED-ROW
           END-READ.

       1320-ONE-KEYED-ROW.
           MOVE RT-CONDO TO FIND-CONDO.
           MOVE RT-GUEST TO FIND-GUEST.
           MOVE RT-ARR-DATE TO FIND-ARR-DATE.
           EVALUATE TRUE
               WHEN RT-BOOKING
                   MOVE 'D' TO DC-FUNCTION
                   MOVE RT-ARR-DATE TO DC-DATE
                   CALL 'COBDATE' USING DATE-CALC-AREA
                   MOVE DC-DAY-NO TO C-NEW-START
                   COMPUTE C-NEW-END = C-NEW-START + RT-NIGHTS
                   PERFORM 8400-ADD-COLLISION-ROW
               WHEN RT-BLOCK
                   IF RT-BLK-FROM-DATE NUMERIC
                       AND RT-BLK-TO-DATE NUMERIC
                       MOVE 'D' TO DC-FUNCTION
                       MOVE RT-BLK-FROM-DATE TO DC-DATE
                       CALL 'COBDATE' USING DATE-CALC-AREA
                       MOVE DC-DAY-NO TO C-NEW-START
                       MOVE RT-BLK-TO-DATE TO DC-DATE
                       CALL 'COBDATE' USING DATE-CALC-AREA
                       MOVE DC-DAY-NO TO C-NEW-END
                       MOVE RT-BLK-DESC TO FIND-GUEST
                       MOVE RT-BLK-FROM-DATE TO FIND-ARR-DATE
                       PERFORM 8400-ADD-COLLISION-ROW
                       IF CL-CTR > 0
                           MOVE RT-ENTRY-TYPE TO CL-TYPE(CL-IDX)
                       END-IF
                   END-IF
               WHEN RT-TAKE-OFF
                   PERFORM 8500-DROP-COLLISION-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *BOOKINGS COBCJF04 CANCELLED TONIGHT ARE NO LONGER IN THE WAY
       1400-LOAD-CANCELLATIONS.
           OPEN INPUT CXLFEED.
           IF CX-FILE-STATUS = '00'
               PERFORM 1410-LOAD-ONE-CANCELLATION
                   UNTIL CX-MORE-RECS = 'NO'
           END-IF.
           CLOSE CXLFEED.

       1410-LOAD-ONE-CANCELLATION.
           READ CXLFEED
               AT END
                   MOVE 'NO' TO CX-MORE-RECS
               NOT AT END
                   MOVE CX-CONDO TO FIND-CONDO
                   MOVE CX-GUEST TO FIND-GUEST
                   MOVE CX-ARR-DATE TO FIND-ARR-DATE
                   PERFORM 8500-DROP-COLLISION-ROW
           END-READ.

      *ONE EXPORT ROW
       2000-ONE-IMPORT.
           ADD 1 TO C-READ-CTR.
           PERFORM 2050-APPLY-IMPORT THRU 2050-EXIT.
           PERFORM 9000-READ-IMPORT.

       2050-APPLY-IMPORT.
           MOVE CI-CHANNEL TO DTL-CHANNEL.
           MOVE CI-CONF-NO TO DTL-CONF-NO.
           MOVE CI-ACTION TO DTL-ACTION.
           MOVE CI-CONDO TO DTL-CONDO.
           MOVE CI-GUEST TO DTL-GUEST.
           MOVE 0 TO DTL-ARR-MM DTL-ARR-DD DTL-ARR-YYYY DTL-NIGHTS.
           MOVE 0 TO DTL-GROSS DTL-COMMISSION.
           IF CI-ARR-DATE-N NUMERIC
               MOVE CI-ARR-MM TO DTL-ARR-MM
               MOVE CI-ARR-DD TO DTL-ARR-DD
               MOVE CI-ARR-YYYY TO DTL-ARR-YYYY
           END-IF.
           IF CI-NIGHTS NUMERIC
               MOVE CI-NIGHTS TO DTL-NIGHTS
           END-IF.

           MOVE 0 TO CHN-SUB.
           PERFORM 8100-FIND-CHANNEL
               VARYING MX-CH-SUB FROM 1 BY 1
               UNTIL MX-CH-SUB > 3.
           IF CHN-SUB = 0
               MOVE 'REJECTED - UNKNOWN CHANNEL' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.
           IF NOT VAL-CI-ACTION
               MOVE 'REJECTED - UNKNOWN ACTION' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.

           PERFORM 8200-FIND-XREF.
           IF CI-CANCELLED
               PERFORM 2400-CANCEL-BOOKING THRU 2400-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE CI-CONDO TO FIND-CONDO.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB = 0
               MOVE 'REJECTED - UNKNOWN CONDO' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.
           IF CI-ARR-DATE-N NOT NUMERIC
               OR CI-ARR-MM < 1 OR CI-ARR-MM > 12
               OR CI-ARR-DD < 1 OR CI-ARR-DD > 31
               MOVE 'REJECTED - BAD ARRIVAL DATE' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.
           IF CI-NIGHTS NOT NUMERIC OR CI-NIGHTS = 0
               MOVE 'REJECTED - BAD NIGHTS' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.
           IF CI-GROSS NOT NUMERIC OR CI-COMMISSION NOT NUMERIC
               MOVE 'REJECTED - BAD AMOUNT' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2050-EXIT
           END-IF.

      *THE SITE'S OWN FIGURE WHEN IT SENDS ONE, ELSE ITS RATE
           IF CI-COMMISSION > 0
               MOVE CI-COMMISSION TO C-COMMISSION
           ELSE
               COMPUTE C-COMMISSION ROUNDED =
                   CI-GROSS * CHN-PCT(CHN-SUB)
           END-IF.
           MOVE CI-GROSS TO DTL-GROSS.
           MOVE C-COMMISSION TO DTL-COMMISSION.

           MOVE 'D' TO DC-FUNCTION.
           MOVE CI-ARR-DATE-N TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-NEW-START.
           COMPUTE C-NEW-END = C-NEW-START + CI-NIGHTS.

           IF XR-MATCH = 'YES' AND XR-ACTIVE(XR-IDX)
               PERFORM 2300-CHANGE-BOOKING THRU 2300-EXIT
           ELSE
               PERFORM 2200-NEW-BOOKING THRU 2200-EXIT
           END-IF.

       2050-EXIT.
           EXIT.

      *A BOOKING NOT YET ON THE CROSS-REFERENCE - OR ONE THE SITE
      *CANCELLED AND HAS NOW REINSTATED UNDER THE SAME NUMBER
       2200-NEW-BOOKING.
           MOVE SPACES TO EXCL-CONDO EXCL-GUEST.
           MOVE 0 TO EXCL-ARR-DATE.
           PERFORM 8300-CHECK-COLLISION.
           IF CL-HIT = 'YES'
               PERFORM 2950-COLLISION-REJECT
               GO TO 2200-EXIT
           END-IF.

           MOVE CI-CONDO TO RT-CONDO.
           MOVE CI-GUEST TO RT-GUEST.
           MOVE CI-ARR-DATE-N TO RT-ARR-DATE.
           MOVE CI-NIGHTS TO RT-NIGHTS.
           MOVE CI-GROSS TO RT-AMT.
           MOVE 'R' TO RT-ENTRY-TYPE.
           WRITE RT-REC.

           MOVE CI-CONDO TO FIND-CONDO.
           MOVE CI-GUEST TO FIND-GUEST.
           MOVE CI-ARR-DATE-N TO FIND-ARR-DATE.
           PERFORM 8400-ADD-COLLISION-ROW.

           IF XR-MATCH = 'NO'
               IF XR-CTR < 1000
                   ADD 1 TO XR-CTR
                   SET XR-IDX TO XR-CTR
                   MOVE 'YES' TO XR-MATCH
               ELSE
                   DISPLAY 'XREF-TABLE EXCEEDS 1000 ROWS'
                   DISPLAY 'BOOKING NOT CROSS-REFERENCED: ' CI-CONF-NO
               END-IF
           END-IF.
           IF XR-MATCH = 'YES'
               PERFORM 2500-XREF-FROM-IMPORT
           END-IF.

           ADD 1 TO C-ADD-CTR.
           ADD C-COMMISSION TO C-COMM-TOTAL.
           MOVE 'ADDED TO LEDGER' TO DTL-RESULT.
           PERFORM 2800-DETAIL-LINE.

       2200-EXIT.
           EXIT.

      *A BOOKING ALREADY ON THE CROSS-REFERENCE. THE SITES RESEND
      *UNCHANGED BOOKINGS EVERY NIGHT - THOSE ARE ONLY COUNTED.
      *A REAL CHANGE IS CHECKED FOR COLLISIONS WITHOUT ITS OWN OLD
      *DATES, THEN TAKES THE OLD DATES OFF AND PUTS THE NEW ONES ON.
       2300-CHANGE-BOOKING.
           IF CI-CONDO = XR-CONDO(XR-IDX)
               AND CI-GUEST = XR-GUEST(XR-IDX)
               AND CI-ARR-DATE-N = XR-ARR-DATE(XR-IDX)
               AND CI-NIGHTS = XR-NIGHTS(XR-IDX)
               AND CI-GROSS = XR-GROSS(XR-IDX)
               AND C-COMMISSION = XR-COMMISSION(XR-IDX)
               ADD 1 TO C-SAME-CTR
               GO TO 2300-EXIT
           END-IF.

           MOVE XR-CONDO(XR-IDX) TO EXCL-CONDO.
           MOVE XR-GUEST(XR-IDX) TO EXCL-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO EXCL-ARR-DATE.
           PERFORM 8300-CHECK-COLLISION.
           IF CL-HIT = 'YES'
               PERFORM 2950-COLLISION-REJECT
               GO TO 2300-EXIT
           END-IF.

           MOVE XR-CONDO(XR-IDX) TO RT-CONDO.
           MOVE XR-GUEST(XR-IDX) TO RT-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO RT-ARR-DATE.
           MOVE XR-NIGHTS(XR-IDX) TO RT-NIGHTS.
           MOVE XR-GROSS(XR-IDX) TO RT-AMT.
           MOVE 'C' TO RT-ENTRY-TYPE.
           WRITE RT-REC.
           MOVE XR-CONDO(XR-IDX) TO FIND-CONDO.
           MOVE XR-GUEST(XR-IDX) TO FIND-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO FIND-ARR-DATE.
           PERFORM 8500-DROP-COLLISION-ROW.

           MOVE CI-CONDO TO RT-CONDO.
           MOVE CI-GUEST TO RT-GUEST.
           MOVE CI-ARR-DATE-N TO RT-ARR-DATE.
           MOVE CI-NIGHTS TO RT-NIGHTS.
           MOVE CI-GROSS TO RT-AMT.
           MOVE 'R' TO RT-ENTRY-TYPE.
           WRITE RT-REC.
           MOVE CI-CONDO TO FIND-CONDO.
           MOVE CI-GUEST TO FIND-GUEST.
           MOVE CI-ARR-DATE-N TO FIND-ARR-DATE.
           PERFORM 8400-ADD-COLLISION-ROW.

           PERFORM 2500-XREF-FROM-IMPORT.
           ADD 1 TO C-CHG-CTR.
           ADD C-COMMISSION TO C-COMM-TOTAL.
           MOVE 'CHANGED ON LEDGER' TO DTL-RESULT.
           PERFORM 2800-DETAIL-LINE.

       2300-EXIT.
           EXIT.

      *A CANCELLED BOOKING COMES OFF THE LEDGER AT THE DATES WE HOLD
      *IT UNDER; ONE ALREADY CANCELLED IS ONLY COUNTED
       2400-CANCEL-BOOKING.
           IF XR-MATCH = 'NO'
               MOVE 'REJECTED - CANCEL NOT ON FILE' TO DTL-RESULT
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF XR-CANCELLED(XR-IDX)
               ADD 1 TO C-SAME-CTR
               GO TO 2400-EXIT
           END-IF.

           MOVE XR-CONDO(XR-IDX) TO RT-CONDO.
           MOVE XR-GUEST(XR-IDX) TO RT-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO RT-ARR-DATE.
           MOVE XR-NIGHTS(XR-IDX) TO RT-NIGHTS.
           MOVE XR-GROSS(XR-IDX) TO RT-AMT.
           MOVE 'X' TO RT-ENTRY-TYPE.
           WRITE RT-REC.
           MOVE XR-CONDO(XR-IDX) TO FIND-CONDO.
           MOVE XR-GUEST(XR-IDX) TO FIND-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO FIND-ARR-DATE.
           PERFORM 8500-DROP-COLLISION-ROW.

           MOVE 'X' TO XR-STATUS(XR-IDX).
           MOVE I-DATE-N TO XR-IMPORT-DATE(XR-IDX).
           ADD 1 TO C-CXL-CTR.
           MOVE XR-CONDO(XR-IDX) TO DTL-CONDO.
           MOVE XR-GUEST(XR-IDX) TO DTL-GUEST.
           MOVE XR-ARR-DATE(XR-IDX) TO DC-DATE.
           MOVE DC-DATE(5:2) TO DTL-ARR-MM.
           MOVE DC-DATE(7:2) TO DTL-ARR-DD.
           MOVE DC-DATE(1:4) TO DTL-ARR-YYYY.
           MOVE XR-NIGHTS(XR-IDX) TO DTL-NIGHTS.
           MOVE XR-GROSS(XR-IDX) TO DTL-GROSS.
           MOVE XR-COMMISSION(XR-IDX) TO DTL-COMMISSION.
           MOVE 'CANCELLED ON LEDGER' TO DTL-RESULT.
           PERFORM 2800-DETAIL-LINE.

       2400-EXIT.
           EXIT.

       2500-XREF-FROM-IMPORT.
           MOVE CI-CHANNEL TO XR-CHANNEL(XR-IDX).
           MOVE CI-CONF-NO TO XR-CONF-NO(XR-IDX).
           MOVE CI-CONDO TO XR-CONDO(XR-IDX).
           MOVE CI-GUEST TO XR-GUEST(XR-IDX).
           MOVE CI-ARR-DATE-N TO XR-ARR-DATE(XR-IDX).
           MOVE CI-NIGHTS TO XR-NIGHTS(XR-IDX).
           MOVE CI-GROSS TO XR-GROSS(XR-IDX).
           MOVE C-COMMISSION TO XR-COMMISSION(XR-IDX).
           MOVE I-DATE-N TO XR-IMPORT-DATE(XR-IDX).
           MOVE 'A' TO XR-STATUS(XR-IDX).

       2800-DETAIL-LINE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2900-REJECT.
           ADD 1 TO C-REJECT-CTR.
           PERFORM 2800-DETAIL-LINE.

      *THE SITE SOLD NIGHTS WE HAVE ALREADY COMMITTED
       2950-COLLISION-REJECT.
           EVALUATE CL-TYPE(CL-IDX)
               WHEN 'O'
                   MOVE 'REJECTED - OVERLAPS OWNER STAY'
                       TO DTL-RESULT
               WHEN 'M'
                   MOVE 'REJECTED - OVERLAPS MAINTENANCE'
                       TO DTL-RESULT
               WHEN 'H'
                   MOVE 'REJECTED - OVERLAPS HOLD' TO DTL-RESULT
               WHEN OTHER
                   MOVE 'REJECTED - OVERLAPS STAY' TO DTL-RESULT
           END-EVALUATE.
           PERFORM 2900-REJECT.

       3000-CLOSING.
           MOVE C-ADD-CTR TO GT-ADDED.
           MOVE C-CHG-CTR TO GT-CHANGED.
           MOVE C-CXL-CTR TO GT-CANCELLED.
           MOVE C-SAME-CTR TO GT-UNCHANGED.
           MOVE C-REJECT-CTR TO GT-REJECTED.
           MOVE C-COMM-TOTAL TO GT-COMMISSION.
           WRITE PRTLINE FROM GT-IMPORT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-READ-CTR TO TR-REC-COUNT.
           MOVE C-GROSS-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 3100-XREF-SAVE.
           PERFORM 3200-CHANNEL-MIX.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-READ-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           CLOSE CHNLIN.
           CLOSE RSVTRAN.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *CROSS-REFERENCE ROWS STAY THROUGH THE YEAR AFTER THEIR
      *ARRIVAL - LONG ENOUGH FOR A YEAR-END STAY TO BILL AND FOR THE
      *CHANNEL MIX TO COVER THE WHOLE YEAR
       3100-XREF-SAVE.
           OPEN OUTPUT CHNLXREF.
           PERFORM 3110-SAVE-ONE-XREF
               VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XR-CTR.
           CLOSE CHNLXREF.

       3110-SAVE-ONE-XREF.
           IF XR-ARR-DATE(XR-IDX) NOT < (I-YYYY - 1) * 10000
               MOVE XR-ENTRY(XR-IDX) TO CB-REC
               WRITE CB-REC
           END-IF.

      *BOOKINGS, NIGHTS, REVENUE, AND FEES PER CONDO AND CHANNEL
      *FOR ACTIVE CHANNEL BOOKINGS ARRIVING IN THE BUSINESS YEAR
       3200-CHANNEL-MIX.
           PERFORM 3210-MIX-ONE-XREF
               VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XR-CTR.

           OPEN OUTPUT MIXPRT.
           MOVE I-MM TO MX-O-MM.
           MOVE I-DD TO MX-O-DD.
           MOVE I-YYYY TO MX-O-YYYY.
           MOVE I-YYYY TO MX-O-YEAR.
           PERFORM 9200-MIX-HEADINGS.
           PERFORM 3220-MIX-ONE-CONDO THRU 3220-EXIT
               VARYING MX-CN-SUB FROM 1 BY 1
               UNTIL MX-CN-SUB > 9.

           MOVE C-MIX-CTR TO TR-REC-COUNT.
           MOVE MX-REVENUE(9, 4) TO TR-HASH-TOTAL.
           WRITE MIXLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE MIXPRT.

       3210-MIX-ONE-XREF.
           IF XR-ACTIVE(XR-IDX)
               AND XR-ARR-DATE(XR-IDX) (1:4) = I-YYYY
               MOVE XR-CONDO(XR-IDX) TO FIND-CONDO
               PERFORM 8000-FIND-CONDO
               MOVE 0 TO CHN-SUB
               MOVE XR-CHANNEL(XR-IDX) TO CI-CHANNEL
               PERFORM 8100-FIND-CHANNEL
                   VARYING MX-CH-SUB FROM 1 BY 1
                   UNTIL MX-CH-SUB > 3
               IF CN-SUB > 0 AND CHN-SUB > 0
                   ADD 1 TO C-MIX-CTR
                   MOVE CN-SUB TO MX-CN-SUB
                   MOVE CHN-SUB TO MX-CH-SUB
                   PERFORM 3215-MIX-ADD
                   MOVE 4 TO MX-CH-SUB
                   PERFORM 3215-MIX-ADD
                   MOVE 9 TO MX-CN-SUB
                   PERFORM 3215-MIX-ADD
                   MOVE CHN-SUB TO MX-CH-SUB
                   PERFORM 3215-MIX-ADD
               END-IF
           END-IF.

       3215-MIX-ADD.
           ADD 1 TO MX-BOOKINGS(MX-CN-SUB, MX-CH-SUB).
           ADD XR-NIGHTS(XR-IDX) TO MX-NIGHTS(MX-CN-SUB, MX-CH-SUB).
           ADD XR-GROSS(XR-IDX) TO MX-REVENUE(MX-CN-SUB, MX-CH-SUB).
           ADD XR-COMMISSION(XR-IDX)
               TO MX-FEES(MX-CN-SUB, MX-CH-SUB).

      *ONE LINE PER CHANNEL AND A TOTAL FOR EACH CONDO THAT HAS
      *CHANNEL BOOKINGS; THE NINTH CONDO ROW IS THE ALL-CONDO
      *SUMMARY AND ALWAYS PRINTS
       3220-MIX-ONE-CONDO.
           IF MX-CN-SUB < 9 AND MX-BOOKINGS(MX-CN-SUB, 4) = 0
               GO TO 3220-EXIT
           END-IF.
           IF MX-CN-SUB = 9
               MOVE 'ALL CONDOS' TO MXL-CONDO
           ELSE
               MOVE OWN-CONDO-NAME(MX-CN-SUB) TO MXL-CONDO
           END-IF.
           PERFORM 3230-MIX-ONE-CHANNEL
               VARYING MX-CH-SUB FROM 1 BY 1
               UNTIL MX-CH-SUB > 4.
           MOVE SPACES TO MIXLINE.
           WRITE MIXLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-MIX-HEADINGS.

       3220-EXIT.
           EXIT.

       3230-MIX-ONE-CHANNEL.
           IF MX-CH-SUB = 4
               MOVE 'TOTAL' TO MXL-CHANNEL
           ELSE
               MOVE CHN-NAME(MX-CH-SUB) TO MXL-CHANNEL
           END-IF.
           MOVE MX-BOOKINGS(MX-CN-SUB, MX-CH-SUB) TO MXL-BOOKINGS.
           MOVE MX-NIGHTS(MX-CN-SUB, MX-CH-SUB) TO MXL-NIGHTS.
           MOVE MX-REVENUE(MX-CN-SUB, MX-CH-SUB) TO MXL-REVENUE.
           MOVE MX-FEES(MX-CN-SUB, MX-CH-SUB) TO MXL-FEES.
           IF MX-REVENUE(MX-CN-SUB, MX-CH-SUB) > 0
               COMPUTE C-PCT ROUNDED =
                   MX-FEES(MX-CN-SUB, MX-CH-SUB) * 100
                       / MX-REVENUE(MX-CN-SUB, MX-CH-SUB)
           ELSE
               MOVE 0 TO C-PCT
           END-IF.
           MOVE C-PCT TO MXL-PCT.
           WRITE MIXLINE FROM MIX-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-MIX-HEADINGS.
           MOVE SPACES TO MXL-CONDO.

       8000-FIND-CONDO.
           MOVE 0 TO CN-SUB.
           PERFORM 8010-CHECK-CONDO
               VARYING MX-CN-SUB FROM 1 BY 1
               UNTIL MX-CN-SUB > 8.

       8010-CHECK-CONDO.
           IF FIND-CONDO = CONDO-CODE(MX-CN-SUB)
               MOVE MX-CN-SUB TO CN-SUB
           END-IF.

       8100-FIND-CHANNEL.
           IF CI-CHANNEL = CHN-CODE(MX-CH-SUB)
               MOVE MX-CH-SUB TO CHN-SUB
           END-IF.

      *CROSS-REFERENCE LOOKUP BY CHANNEL AND CONFIRMATION NUMBER;
      *LEAVES XR-IDX ON THE MATCH
       8200-FIND-XREF.
           MOVE 'NO' TO XR-MATCH.
           PERFORM 8210-CHECK-XREF
               VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XR-CTR OR XR-MATCH = 'YES'.
           IF XR-MATCH = 'YES'
               SET XR-IDX DOWN BY 1
           END-IF.

       8210-CHECK-XREF.
           IF CI-CHANNEL = XR-CHANNEL(XR-IDX)
               AND CI-CONF-NO = XR-CONF-NO(XR-IDX)
               MOVE 'YES' TO XR-MATCH
           END-IF.

      *DOES C-NEW-START THRU C-NEW-END ON CI-CONDO RUN INTO A LIVE
      *STAY OR BLOCK? THE EXCL- KEY IS THE BOOKING'S OWN OLD DATES
      *ON A CHANGE. A STAY THAT CHECKS OUT THE MORNING ANOTHER
      *STARTS DOES NOT COLLIDE. LEAVES CL-IDX ON THE HIT.
       8300-CHECK-COLLISION.
           MOVE 'NO' TO CL-HIT.
           PERFORM 8310-CHECK-ONE-ROW
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-CTR OR CL-HIT = 'YES'.
           IF CL-HIT = 'YES'
               SET CL-IDX DOWN BY 1
           END-IF.

       8310-CHECK-ONE-ROW.
           IF CL-LIVE(CL-IDX) = 'Y'
               AND CL-CONDO(CL-IDX) = CI-CONDO
               AND C-NEW-START < CL-END(CL-IDX)
               AND CL-START(CL-IDX) < C-NEW-END
               IF CL-IS-BOOKING(CL-IDX)
                   AND CL-CONDO(CL-IDX) = EXCL-CONDO
                   AND CL-GUEST(CL-IDX) = EXCL-GUEST
                   AND CL-ARR-DATE(CL-IDX) = EXCL-ARR-DATE
                   CONTINUE
               ELSE
                   MOVE 'YES' TO CL-HIT
               END-IF
           END-IF.

      *ONE MORE COMMITTED SPAN, TYPED AS A BOOKING; THE CALLER
      *RETYPES A BLOCK. LEAVES CL-IDX ON THE NEW ROW.
       8400-ADD-COLLISION-ROW.
           IF CL-CTR < 800
               ADD 1 TO CL-CTR
               SET CL-IDX TO CL-CTR
               MOVE FIND-CONDO TO CL-CONDO(CL-IDX)
               MOVE FIND-GUEST TO CL-GUEST(CL-IDX)
               MOVE FIND-ARR-DATE TO CL-ARR-DATE(CL-IDX)
               MOVE C-NEW-START TO CL-START(CL-IDX)
               MOVE C-NEW-END TO CL-END(CL-IDX)
               MOVE 'R' TO CL-TYPE(CL-IDX)
               MOVE 'Y' TO CL-LIVE(CL-IDX)
           ELSE
               DISPLAY 'COLLISION-TABLE EXCEEDS 800 ROWS'
               DISPLAY 'SPAN NOT CHECKED: ' FIND-CONDO ' ' FIND-GUEST
           END-IF.

      *A BOOKING TAKEN OFF TONIGHT FREES ITS NIGHTS
       8500-DROP-COLLISION-ROW.
           MOVE 'NO' TO CL-MATCH.
           PERFORM 8510-DROP-ONE-ROW
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-CTR OR CL-MATCH = 'YES'.

       8510-DROP-ONE-ROW.
           IF CL-LIVE(CL-IDX) = 'Y'
               AND CL-IS-BOOKING(CL-IDX)
               AND CL-CONDO(CL-IDX) = FIND-CONDO
               AND CL-GUEST(CL-IDX) = FIND-GUEST
               AND CL-ARR-DATE(CL-IDX) = FIND-ARR-DATE
               MOVE 'N' TO CL-LIVE(CL-IDX)
               MOVE 'YES' TO CL-MATCH
           END-IF.

       9000-READ-IMPORT.
           READ CHNLIN
               AT END
                   MOVE 'NO' TO CI-MORE-RECS
               NOT AT END
                   IF CI-GROSS NUMERIC
                       ADD CI-GROSS TO C-GROSS-HASH
                   END-IF
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-MIX-HEADINGS.
           ADD 1 TO C-MIX-PG-CTR.
           MOVE C-MIX-PG-CTR TO MX-O-PG-CTR.
           WRITE MIXLINE FROM MIX-TITLE
               AFTER ADVANCING PAGE.
           WRITE MIXLINE FROM MIX-HEADING-LINE
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF72.
