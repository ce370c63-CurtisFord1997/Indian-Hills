      *    OCCUPANCY PERCENT AND BOOKED REVENUE PER CONDO FOR THE
      *    BUSINESS MONTH AND THE TWO MONTHS FOLLOWING - WHICH IS
      *    WHAT SETTING THE SEASONAL MULTIPLIERS ACTUALLY NEEDS.
      *BLOCKS RIDE THE SAME LEDGER. AN RSVTRAN.DAT ROW WITH AN
      *ENTRY TYPE OF O (OWNER STAY), M (MAINTENANCE), OR H (HOLD)
      *TAKES THE CONDO OUT OF SERVICE FROM ITS FROM DATE TO ITS TO
      *DATE. A NEW BOOKING THAT OVERLAPS A BLOCK IS REJECTED; A NEW
      *BLOCK THAT OVERLAPS A BOOKING ALREADY HELD IS KEPT BUT LISTED
      *SO THE FRONT DESK CAN MOVE THE GUEST. BLOCKED NIGHTS COME OUT
      *OF THE FORECAST'S AVAILABLE NIGHTS AND PRINT IN THEIR OWN
      *COLUMN. OWNER STAYS STAY ON THE LEDGER THROUGH THE END OF
      *THEIR YEAR SO COBCJF04'S YEAR-END OWNER STATEMENTS CAN COUNT
      *THE OWNER-USE NIGHTS.
      *CANCELLATIONS COME FROM COBCJF04 ON CONDOCXL.DAT AFTER IT HAS
      *SETTLED THE DEPOSIT. THE BOOKING COMES OFF THE LEDGER, SO ITS
      *NIGHTS ARE BACK IN THE FORECAST'S AVAILABILITY, AND THE
      *CANCELLATION ROLLS INTO A MONTH-TO-DATE REPORT BY CONDO
      *(CONDOCXL.PRT) OF BOOKED REVENUE LOST AND DEPOSITS RETAINED.
      *COBCJF72 ADDS THE ONLINE CHANNELS' BOOKINGS TO RSVTRAN.DAT.
      *A BOOKING THE SITE CANCELS COMES IN AS AN X ROW - IT LEAVES
      *THE LEDGER AND ROLLS INTO THE MONTH-TO-DATE CANCELLATIONS
      *(NO DEPOSIT WAS TAKEN, SO NONE IS RETAINED). A CHANGED
      *BOOKING COMES IN AS A C ROW TAKING THE OLD DATES OFF,
      *FOLLOWED BY AN R ROW WITH THE NEW ONES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT CXLFEED
               ASSIGN TO WS-CXLFEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.
           SELECT CXLMTD
               ASSIGN TO WS-CXLMTD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-FILE-STATUS.
           SELECT CXLPRT
               ASSIGN TO WS-CXLPRT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  RSVTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RT-REC.
           05 RT-CONDO             PIC XX.
           05 RT-ARR-DATE          PIC 9(8).
           05 RT-NIGHTS            PIC 99.
           05 RT-AMT               PIC 9(6)V99.
      *BLANK OR R = BOOKING; O, M, H = BLOCK (SEE RT-BLOCK-REC);
      *X = CANCELLED, C = CHANGED (OLD DATES COME OFF)
           05 RT-ENTRY-TYPE        PIC X.
               88 RT-BOOKING           VALUE ' ' 'R'.
               88 RT-BLOCK             VALUE 'O' 'M' 'H'.
               88 RT-CANCEL            VALUE 'X'.
               88 RT-CHANGE-OUT        VALUE 'C'.

      *BLOCK VIEW - REASON TEXT IN THE GUEST SLOT, FROM/TO DATES
      *WHERE A BOOKING CARRIES ARRIVAL, NIGHTS, AND AMOUNT
       01 RT-BLOCK-REC.
           05 FILLER               PIC XX.
           05 RT-BLK-DESC          PIC X(20).
           05 RT-BLK-FROM-DATE     PIC 9(8).
           05 RT-BLK-TO-DATE       PIC 9(8).
           05 FILLER               PIC XX.
           05 FILLER               PIC X.

       FD  RSVLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 41 CHARACTERS.

      *BLOCKS ARE HELD LIKE BOOKINGS - FROM DATE IN RV-ARR-DATE,
      *NIGHTS TO THE TO DATE IN RV-NIGHTS, ZERO AMOUNT
       01 RV-REC.
           05 RV-CONDO             PIC XX.
           05 RV-GUEST             PIC X(20).
           05 RV-ARR-DATE          PIC 9(8).
           05 RV-NIGHTS            PIC 99.
           05 RV-AMT               PIC 9(6)V99.
           05 RV-ENTRY-TYPE        PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED

       01 PRTLINE                  PIC X(132).

      *TONIGHT'S CANCELLATIONS FROM COBCJF04, DEPOSIT ALREADY SPLIT
      *INTO REFUND AND FORFEIT
       FD  CXLFEED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 CX-REC.
           05 CX-CONDO             PIC XX.
           05 CX-GUEST             PIC X(20).
           05 CX-ARR-DATE          PIC 9(8).
           05 CX-CXL-DATE          PIC 9(8).
           05 CX-DAYS              PIC 9(3).
           05 CX-DEPOSIT           PIC 9(7)V99.
           05 CX-REFUND            PIC 9(7)V99.
           05 CX-FORFEIT           PIC 9(7)V99.

      *MONTH-TO-DATE CANCELLATION TOTALS PER CONDO, CARRIED RUN TO
      *RUN LIKE COBCJF04'S OWNEARN.DAT
       FD  CXLMTD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 302 CHARACTERS.

       01 CM-REC.
           05 CM-YYYYMM            PIC 9(6).
           05 CM-LAST-DATE         PIC 9(8).
           05 CM-CONDO-DATA.
               10 CM-CONDO OCCURS 8 TIMES.
                   15 CM-COUNT     PIC 9(4).
                   15 CM-NIGHTS    PIC 9(5).
                   15 CM-LOST      PIC 9(7)V99.
                   15 CM-REFUND    PIC 9(7)V99.
                   15 CM-RETAINED  PIC 9(7)V99.

       FD  CXLPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CXLLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 CXLLINE                  PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "DATECALC.CPY".

       01 WORK-AREA.
           05 RT-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RV-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CX-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RSV-MATCH            PIC XXX VALUE 'NO'.
           05 RSV-OVERLAP          PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 RT-FILE-STATUS       PIC XX.
           05 RV-FILE-STATUS       PIC XX.
           05 CX-FILE-STATUS       PIC XX.
           05 CM-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\CONDOFCT.PRT'.
           05 WS-CXLFEED-PATH       PIC X(80)
               VALUE 'C:\COBOL\CONDOCXL.DAT'.
           05 WS-CXLMTD-PATH        PIC X(80)
               VALUE 'C:\COBOL\CONDOCXM.DAT'.
           05 WS-CXLPRT-PATH        PIC X(80)
               VALUE 'C:\COBOL\CONDOCXL.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

           05 FILLER               PIC X(19)   VALUE "CONDOMINIUM".
           05 FILLER               PIC X(8)    VALUE "MONTH".
           05 FILLER               PIC X(16)   VALUE "NIGHTS BOOKED".
           05 FILLER               PIC X(16)   VALUE "NIGHTS BLOCKED".
           05 FILLER               PIC X(18)   VALUE "NIGHTS AVAILABLE".
           05 FILLER               PIC X(16)   VALUE "OCCUPANCY PCT".
           05 FILLER               PIC X(39)   VALUE "BOOKED REVENUE".

       01 FORECAST-DETAIL-LINE.
           05 FDL-CONDO            PIC X(17).
           05 FILLER               PIC X(9)    VALUE SPACE.
           05 FDL-NIGHTS           PIC Z,ZZ9.
           05 FILLER               PIC X(13)   VALUE SPACE.
           05 FDL-BLOCKED          PIC ZZ9.
           05 FILLER               PIC X(13)   VALUE SPACE.
           05 FDL-AVAIL            PIC ZZ9.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 FDL-PCT              PIC ZZ9.9.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 FDL-REVENUE          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(32)   VALUE SPACE.

       01 GT-FORECAST-LINE.
           05 FILLER               PIC X(17)
           05 FILLER               PIC X(21)
               VALUE '  FORECAST REVENUE:'.
           05 GT-REVENUE           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(11)
               VALUE '  BLOCKS:'.
           05 GT-BLOCKS            PIC Z,ZZ9.
           05 FILLER               PIC X(31)   VALUE SPACE.

       01 EXCEPTION-TITLE.
           05 FILLER               PIC X(50)   VALUE SPACE.
           05 FILLER               PIC X(82)
               VALUE "RESERVATION AND BLOCK EXCEPTIONS".

       01 EXCEPTION-HEADING-LINE.
           05 FILLER               PIC X(19)   VALUE "CONDOMINIUM".
           05 FILLER               PIC X(22)   VALUE "GUEST OR BLOCK".
           05 FILLER               PIC X(14)   VALUE "ARRIVAL".
           05 FILLER               PIC X(6)    VALUE "NIGHTS".
           05 FILLER               PIC X(71)   VALUE "  EXCEPTION".

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-CONDO            PIC X(17).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EDL-GUEST            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 EDL-ARR-MM           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 EDL-ARR-DD           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 EDL-ARR-YYYY         PIC 9(4).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 EDL-NIGHTS           PIC Z9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 EDL-MSG              PIC X(40).
           05 FILLER               PIC X(31)   VALUE SPACE.

       01 GT-EXCEPTION-LINE.
           05 FILLER               PIC X(22)
               VALUE 'BOOKINGS REJECTED:'.
           05 GT-REJECTED          PIC Z,ZZ9.
           05 FILLER               PIC X(24)
               VALUE '  BLOCKS OVER BOOKINGS:'.
           05 GT-CONFLICTS         PIC Z,ZZ9.
           05 FILLER               PIC X(25)
               VALUE '  CANCELS NOT ON LEDGER:'.
           05 GT-NOMATCH           PIC Z,ZZ9.
           05 FILLER               PIC X(46)   VALUE SPACE.

       01 CXL-TITLE.
           05 FILLER               PIC X(44)   VALUE SPACE.
           05 FILLER               PIC X(36)
               VALUE "CONDO CANCELLATIONS - MONTH TO DATE".
           05 CXT-MM               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 CXT-YYYY             PIC 9(4).
           05 FILLER               PIC X(45)   VALUE SPACE.

       01 CXL-HEADING-LINE.
           05 FILLER               PIC X(19)   VALUE "CONDOMINIUM".
           05 FILLER               PIC X(10)   VALUE "CANCELS".
           05 FILLER               PIC X(18)   VALUE "NIGHTS RETURNED".
           05 FILLER               PIC X(22)
               VALUE "BOOKED REVENUE LOST".
           05 FILLER               PIC X(20)
               VALUE "DEPOSITS REFUNDED".
           05 FILLER               PIC X(43)
               VALUE "DEPOSITS RETAINED".

       01 CXL-DETAIL-LINE.
           05 CXD-CONDO            PIC X(17).
           05 FILLER               PIC XX      VALUE SPACE.
           05 CXD-COUNT            PIC Z,ZZ9.
           05 FILLER               PIC X(8)    VALUE SPACE.
           05 CXD-NIGHTS           PIC ZZ,ZZ9.
           05 FILLER               PIC X(9)    VALUE SPACE.
           05 CXD-LOST             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(9)    VALUE SPACE.
           05 CXD-REFUND           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(7)    VALUE SPACE.
           05 CXD-RETAINED         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(30)   VALUE SPACE.

      *CONDO CODES AND NAMES, SAME ROW ORDER AS COBCJF04'S TABLES
       01 CONDO-CODE-AREA.
                   15 RSV-A-DD     PIC 99.
               10 RSV-NIGHTS       PIC 99.
               10 RSV-AMT          PIC 9(6)V99.
               10 RSV-TYPE         PIC X.
                   88 RSV-IS-BLOCK         VALUE 'O' 'M' 'H'.
               10 RSV-DAY-NO       PIC 9(7).
               10 RSV-KEEP         PIC X.

       01 RESERVATION-VARS.
           05 RSV-CTR              PIC 9(3)    VALUE 0.
           05 RSV-NEW-SUB          PIC 9(3)    VALUE 0.

      *BOOKINGS REJECTED AND BLOCKS LAID OVER HELD BOOKINGS, LISTED
      *AFTER THE FORECAST
       01 EXCEPTION-TABLE.
           05 EXC-ENTRY OCCURS 200 TIMES INDEXED BY EXC-IDX.
               10 EXC-CONDO        PIC XX.
               10 EXC-GUEST        PIC X(20).
               10 EXC-ARR-DATE.
                   15 EXC-A-YYYY   PIC 9(4).
                   15 EXC-A-MM     PIC 99.
                   15 EXC-A-DD     PIC 99.
               10 EXC-NIGHTS       PIC 99.
               10 EXC-MSG          PIC X(40).

       01 EXCEPTION-VARS.
           05 EXC-CTR              PIC 9(3)    VALUE 0.
           05 EXC-REJECT-CTR       PIC 9(4)    VALUE 0.
           05 EXC-CONFLICT-CTR     PIC 9(4)    VALUE 0.
           05 EXC-NOMATCH-CTR      PIC 9(4)    VALUE 0.
           05 EXC-BUILD-MSG        PIC X(40)   VALUE SPACE.

      *FORECAST BUCKETS - 3 FORWARD MONTHS PER CONDO
       01 FORECAST-TABLE.
               10 FC-MONTH-CELL OCCURS 3 TIMES.
                   15 FC-NIGHTS    PIC 9(4)    VALUE 0.
                   15 FC-REVENUE   PIC 9(7)V99 VALUE 0.
                   15 FC-BLOCKED   PIC 9(4)    VALUE 0.

       01 FORECAST-MONTHS.
           05 FC-MM                PIC 99 OCCURS 3 TIMES.
           05 FC-YYYY              PIC 9(4) OCCURS 3 TIMES.

      *MONTH-TO-DATE CANCELLATIONS, RESTORED FROM CONDOCXM.DAT WHEN
      *IT IS FOR THE BUSINESS MONTH
       01 CXL-MTD-AREA.
           05 CM-W-CONDO-DATA.
               10 CM-W-CONDO OCCURS 8 TIMES.
                   15 CM-W-COUNT   PIC 9(4)    VALUE 0.
                   15 CM-W-NIGHTS  PIC 9(5)    VALUE 0.
                   15 CM-W-LOST    PIC 9(7)V99 VALUE 0.
                   15 CM-W-REFUND  PIC 9(7)V99 VALUE 0.
                   15 CM-W-RETAINED PIC 9(7)V99 VALUE 0.
           05 CM-T-COUNT           PIC 9(5)    VALUE 0.
           05 CM-T-NIGHTS          PIC 9(6)    VALUE 0.
           05 CM-T-LOST            PIC 9(8)V99 VALUE 0.
           05 CM-T-REFUND          PIC 9(8)V99 VALUE 0.
           05 CM-T-RETAINED        PIC 9(8)V99 VALUE 0.
           05 CM-RUN-YYYYMM        PIC 9(6)    VALUE 0.
           05 CM-RUN-DATE          PIC 9(8)    VALUE 0.
           05 CM-APPLY             PIC XXX     VALUE 'YES'.
           05 C-CXL-CTR            PIC 9(4)    VALUE 0.

      *ONE BLOCK WALKED A NIGHT AT A TIME INTO ITS FORECAST MONTHS
       01 BLOCK-WALK-VARS.
           05 BW-DATE.
               10 BW-YYYY          PIC 9(4).
               10 BW-MM            PIC 99.
               10 BW-DD            PIC 99.
           05 BW-NIGHTS-LEFT       PIC 99.
           05 BW-MONTH-END         PIC 99.
           05 BW-LEAP-QUOT         PIC 9(4).
           05 BW-LEAP-REM          PIC 9.

       01 FORECAST-CALC-VARS.
           05 C-DAYS-TODAY         PIC 9(7)    VALUE 0.
           05 C-HELD-CTR           PIC 9(4)    VALUE 0.
           05 C-FC-REVENUE         PIC 9(8)V99 VALUE 0.
           05 C-OCC-PCT            PIC 9(3)V9  VALUE 0.
           05 C-BLOCK-CTR          PIC 9(4)    VALUE 0.
           05 C-AVAIL              PIC 9(3)    VALUE 0.
           05 C-NEW-START          PIC 9(7)    VALUE 0.
           05 C-NEW-END            PIC 9(7)    VALUE 0.
           05 C-ROW-END            PIC 9(7)    VALUE 0.
           05 C-BLK-TO-DAY-NO      PIC 9(7)    VALUE 0.
           05 C-BLK-NIGHTS         PIC 9(7)    VALUE 0.
           05 WORK-YYYY            PIC 9(4)    VALUE 0.
           05 FIND-CONDO-CODE      PIC XX      VALUE SPACE.
           05 C-AMT-HASH           PIC 9(9)V99 VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 CN-SUB               PIC 9       VALUE 0.
           PERFORM 1000-INIT.
           PERFORM 1300-JOIN-BOOKINGS
               UNTIL RT-MORE-RECS = 'NO'.
           PERFORM 1600-CANCELLATIONS.
           PERFORM 2000-PURGE-AND-FORECAST.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *BOOKINGS WERE REJECTED, A BLOCK LANDED ON A HELD BOOKING, OR
      *A CANCELLATION FOUND NO BOOKING
           IF EXC-REJECT-CTR + EXC-CONFLICT-CTR + EXC-NOMATCH-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.

      *THE THREE FORECAST MONTHS, WRAPPING PAST DECEMBER
           MOVE I-MM TO WORK-MM.
           MOVE I-YYYY TO WORK-YYYY.
           PERFORM VARYING FM-SUB FROM 1 BY 1
               UNTIL FM-SUB > 3
                   MOVE WORK-MM TO FC-MM(FM-SUB)
                   MOVE WORK-YYYY TO FC-YYYY(FM-SUB)
                   ADD 1 TO WORK-MM
                   IF WORK-MM > 12
                       MOVE 1 TO WORK-MM
                       ADD 1 TO WORK-YYYY
                   END-IF
           END-PERFORM.

           WRITE AUDIT-REC.

           PERFORM 1200-LEDGER-RESTORE.
           PERFORM 1650-CXL-MTD-RESTORE.

           OPEN INPUT RSVTRAN.
           IF RT-FILE-STATUS NOT = '00'
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'CONDOCXL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CXLFEED-PATH
           END-IF.

           DISPLAY 'CONDOCXM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CXLMTD-PATH
           END-IF.

           DISPLAY 'CONDOCXL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CXLPRT-PATH
           END-IF.

       1200-LEDGER-RESTORE.
           OPEN INPUT RSVLEDGER.
           IF RV-FILE-STATUS = '00'
                       MOVE RV-ARR-DATE TO RSV-ARR-DATE(RSV-IDX)
                       MOVE RV-NIGHTS TO RSV-NIGHTS(RSV-IDX)
                       MOVE RV-AMT TO RSV-AMT(RSV-IDX)
                       MOVE RV-ENTRY-TYPE TO RSV-TYPE(RSV-IDX)
                       MOVE 'D' TO DC-FUNCTION
                       MOVE RV-ARR-DATE TO DC-DATE
                       CALL 'COBDATE' USING DATE-CALC-AREA
                       MOVE DC-DAY-NO TO RSV-DAY-NO(RSV-IDX)
                       MOVE 'Y' TO RSV-KEEP(RSV-IDX)
                   ELSE
                       DISPLAY 'RESERVATION-TABLE EXCEEDS 500 ROWS'
                   END-IF
           END-READ.

      *ONE RSVTRAN.DAT ROW - A BOOKING, A BLOCK, OR A BOOKING
      *COMING OFF
       1300-JOIN-BOOKINGS.
           EVALUATE TRUE
               WHEN RT-BOOKING
                   PERFORM 1350-BOOKING-TRAN THRU 1350-EXIT
               WHEN RT-BLOCK
                   PERFORM 1400-BLOCK-TRAN THRU 1400-EXIT
               WHEN RT-CANCEL
               WHEN RT-CHANGE-OUT
                   PERFORM 1700-TAKE-OFF-TRAN THRU 1700-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ENTRY TYPE'
                       TO EXC-BUILD-MSG
                   PERFORM 1500-REJECT-TRAN
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

      *ONE NEW BOOKING JOINS THE LEDGER UNLESS THE SAME CONDO,
      *GUEST, AND ARRIVAL IS ALREADY ON IT, OR ITS NIGHTS RUN INTO
      *A BLOCK ON THE SAME CONDO. SPANS ARE TRUE CALENDAR DAY
      *NUMBERS FROM COBDATE - A STAY THAT CHECKS OUT THE MORNING A
      *BLOCK STARTS DOES NOT OVERLAP IT.
       1350-BOOKING-TRAN.
           MOVE 'NO' TO RSV-MATCH.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR OR RSV-MATCH = 'YES'
                   IF RT-CONDO = RSV-CONDO(RSV-IDX)
                       AND RT-GUEST = RSV-GUEST(RSV-IDX)
                       AND RT-ARR-DATE = RSV-ARR-DATE(RSV-IDX)
                       AND RSV-KEEP(RSV-IDX) = 'Y'
                       MOVE 'YES' TO RSV-MATCH
                   END-IF
           END-PERFORM.
           IF RSV-MATCH = 'YES'
               GO TO 1350-EXIT
           END-IF.

           MOVE 'D' TO DC-FUNCTION.
           MOVE RT-ARR-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-NEW-START.
           COMPUTE C-NEW-END = C-NEW-START + RT-NIGHTS.

           MOVE 'NO' TO RSV-OVERLAP.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR OR RSV-OVERLAP = 'YES'
                   IF RSV-IS-BLOCK(RSV-IDX)
                       AND RSV-CONDO(RSV-IDX) = RT-CONDO
                       COMPUTE C-ROW-END =
                           RSV-DAY-NO(RSV-IDX) + RSV-NIGHTS(RSV-IDX)
                       IF C-NEW-START < C-ROW-END
                           AND RSV-DAY-NO(RSV-IDX) < C-NEW-END
                           MOVE 'YES' TO RSV-OVERLAP
                       END-IF
                   END-IF
           END-PERFORM.
           IF RSV-OVERLAP = 'YES'
               SET RSV-IDX DOWN BY 1
               EVALUATE RSV-TYPE(RSV-IDX)
                   WHEN 'O'
                       MOVE 'REJECTED - OVERLAPS OWNER STAY'
                           TO EXC-BUILD-MSG
                   WHEN 'M'
                       MOVE 'REJECTED - OVERLAPS MAINTENANCE'
                           TO EXC-BUILD-MSG
                   WHEN OTHER
                       MOVE 'REJECTED - OVERLAPS HOLD'
                           TO EXC-BUILD-MSG
               END-EVALUATE
               PERFORM 1500-REJECT-TRAN
               GO TO 1350-EXIT
           END-IF.

           IF RSV-CTR < 500
               ADD 1 TO RSV-CTR
               SET RSV-IDX TO RSV-CTR
               MOVE RT-CONDO TO RSV-CONDO(RSV-IDX)
               MOVE RT-GUEST TO RSV-GUEST(RSV-IDX)
               MOVE RT-ARR-DATE TO RSV-ARR-DATE(RSV-IDX)
               MOVE RT-NIGHTS TO RSV-NIGHTS(RSV-IDX)
               MOVE RT-AMT TO RSV-AMT(RSV-IDX)
               MOVE RT-ENTRY-TYPE TO RSV-TYPE(RSV-IDX)
               MOVE C-NEW-START TO RSV-DAY-NO(RSV-IDX)
               MOVE 'Y' TO RSV-KEEP(RSV-IDX)
               ADD 1 TO C-NEW-CTR
           ELSE
               DISPLAY 'RESERVATION-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'BOOKING NOT HELD: ' RT-GUEST
           END-IF.

       1350-EXIT.
           EXIT.

      *ONE NEW BLOCK. THE FROM/TO DATES BECOME AN ARRIVAL AND A
      *NIGHT COUNT SO THE BLOCK IS HELD, PURGED, AND SAVED LIKE A
      *BOOKING. BOOKINGS ALREADY HELD UNDER THE NEW BLOCK STAY ON
      *THE LEDGER AND ARE LISTED FOR THE FRONT DESK TO MOVE.
       1400-BLOCK-TRAN.
           IF RT-BLK-DESC = SPACES
               EVALUATE RT-ENTRY-TYPE
                   WHEN 'O'
                       MOVE 'OWNER STAY' TO RT-BLK-DESC
                   WHEN 'M'
                       MOVE 'MAINTENANCE' TO RT-BLK-DESC
                   WHEN OTHER
                       MOVE 'HOLD' TO RT-BLK-DESC
               END-EVALUATE
           END-IF.

           MOVE 'NO' TO RSV-MATCH.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR OR RSV-MATCH = 'YES'
                   IF RT-CONDO = RSV-CONDO(RSV-IDX)
                       AND RT-BLK-DESC = RSV-GUEST(RSV-IDX)
                       AND RT-BLK-FROM-DATE = RSV-ARR-DATE(RSV-IDX)
                       AND RT-ENTRY-TYPE = RSV-TYPE(RSV-IDX)
                       MOVE 'YES' TO RSV-MATCH
                   END-IF
           END-PERFORM.
           IF RSV-MATCH = 'YES'
               GO TO 1400-EXIT
           END-IF.

           MOVE 0 TO C-BLK-NIGHTS.
           IF RT-BLK-FROM-DATE NOT NUMERIC
               OR RT-BLK-TO-DATE NOT NUMERIC
               MOVE 'REJECTED - BAD BLOCK DATES' TO EXC-BUILD-MSG
               PERFORM 1500-REJECT-TRAN
               GO TO 1400-EXIT
           END-IF.
           MOVE 'D' TO DC-FUNCTION.
           MOVE RT-BLK-FROM-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-NEW-START.
           MOVE RT-BLK-TO-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-BLK-TO-DAY-NO.
           IF C-BLK-TO-DAY-NO NOT > C-NEW-START
               MOVE 'REJECTED - BAD BLOCK DATES' TO EXC-BUILD-MSG
               PERFORM 1500-REJECT-TRAN
               GO TO 1400-EXIT
           END-IF.
           COMPUTE C-BLK-NIGHTS = C-BLK-TO-DAY-NO - C-NEW-START.
           IF C-BLK-NIGHTS > 99
               MOVE 'REJECTED - BLOCK OVER 99 NIGHTS' TO EXC-BUILD-MSG
               PERFORM 1500-REJECT-TRAN
               GO TO 1400-EXIT
           END-IF.
           MOVE C-BLK-TO-DAY-NO TO C-NEW-END.

           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR
                   IF NOT RSV-IS-BLOCK(RSV-IDX)
                       AND RSV-KEEP(RSV-IDX) = 'Y'
                       AND RSV-CONDO(RSV-IDX) = RT-CONDO
                       COMPUTE C-ROW-END =
                           RSV-DAY-NO(RSV-IDX) + RSV-NIGHTS(RSV-IDX)
                       IF C-NEW-START < C-ROW-END
                           AND RSV-DAY-NO(RSV-IDX) < C-NEW-END
                           PERFORM 1450-BOOKING-UNDER-BLOCK
                       END-IF
                   END-IF
           END-PERFORM.

           IF RSV-CTR < 500
               ADD 1 TO RSV-CTR
               SET RSV-IDX TO RSV-CTR
               MOVE RT-CONDO TO RSV-CONDO(RSV-IDX)
               MOVE RT-BLK-DESC TO RSV-GUEST(RSV-IDX)
               MOVE RT-BLK-FROM-DATE TO RSV-ARR-DATE(RSV-IDX)
               MOVE C-BLK-NIGHTS TO RSV-NIGHTS(RSV-IDX)
               MOVE 0 TO RSV-AMT(RSV-IDX)
               MOVE RT-ENTRY-TYPE TO RSV-TYPE(RSV-IDX)
               MOVE C-NEW-START TO RSV-DAY-NO(RSV-IDX)
               MOVE 'Y' TO RSV-KEEP(RSV-IDX)
               ADD 1 TO C-NEW-CTR
           ELSE
               DISPLAY 'RESERVATION-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'BLOCK NOT HELD: ' RT-CONDO ' ' RT-BLK-DESC
           END-IF.

       1400-EXIT.
           EXIT.

       1450-BOOKING-UNDER-BLOCK.
           ADD 1 TO EXC-CONFLICT-CTR.
           IF EXC-CTR < 200
               ADD 1 TO EXC-CTR
               SET EXC-IDX TO EXC-CTR
               MOVE RSV-CONDO(RSV-IDX) TO EXC-CONDO(EXC-IDX)
               MOVE RSV-GUEST(RSV-IDX) TO EXC-GUEST(EXC-IDX)
               MOVE RSV-ARR-DATE(RSV-IDX) TO EXC-ARR-DATE(EXC-IDX)
               MOVE RSV-NIGHTS(RSV-IDX) TO EXC-NIGHTS(EXC-IDX)
               MOVE SPACES TO EXC-MSG(EXC-IDX)
               STRING 'HELD, BLOCKED BY ' DELIMITED BY SIZE
                   RT-BLK-DESC DELIMITED BY SIZE
                   INTO EXC-MSG(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 200 ROWS'
           END-IF.

      *AN RSVTRAN.DAT ROW LEFT OFF THE LEDGER, WITH EXC-BUILD-MSG
      *SAYING WHY
       1500-REJECT-TRAN.
           ADD 1 TO EXC-REJECT-CTR.
           IF EXC-CTR < 200
               ADD 1 TO EXC-CTR
               SET EXC-IDX TO EXC-CTR
               MOVE RT-CONDO TO EXC-CONDO(EXC-IDX)
               MOVE RT-GUEST TO EXC-GUEST(EXC-IDX)
               MOVE RT-ARR-DATE TO EXC-ARR-DATE(EXC-IDX)
               IF RT-BLOCK
                   MOVE C-BLK-NIGHTS TO EXC-NIGHTS(EXC-IDX)
               ELSE
                   MOVE RT-NIGHTS TO EXC-NIGHTS(EXC-IDX)
               END-IF
               MOVE EXC-BUILD-MSG TO EXC-MSG(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 200 ROWS'
               DISPLAY 'NOT LISTED: ' RT-CONDO ' ' RT-GUEST
           END-IF.

      *TONIGHT'S CANCELLATIONS FROM COBCJF04. EACH BOOKING COMES OFF
      *THE LEDGER SO ITS NIGHTS ARE FOR SALE AGAIN, AND ROLLS INTO
      *THE MONTH-TO-DATE TOTALS FOR ITS CONDO. A SAME-DATE RERUN
      *FINDS THE BOOKINGS ALREADY GONE AND LEAVES THE TOTALS ALONE.
       1600-CANCELLATIONS.
           OPEN INPUT CXLFEED.
           IF CX-FILE-STATUS = '00'
               PERFORM 1610-READ-CANCELLATION
                   UNTIL CX-MORE-RECS = 'NO'
           END-IF.
           CLOSE CXLFEED.

       1610-READ-CANCELLATION.
           READ CXLFEED
               AT END
                   MOVE 'NO' TO CX-MORE-RECS
               NOT AT END
                   PERFORM 1620-ONE-CANCELLATION THRU 1620-EXIT
           END-READ.

       1620-ONE-CANCELLATION.
           MOVE 'NO' TO RSV-MATCH.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR OR RSV-MATCH = 'YES'
                   IF NOT RSV-IS-BLOCK(RSV-IDX)
                       AND RSV-KEEP(RSV-IDX) = 'Y'
                       AND CX-CONDO = RSV-CONDO(RSV-IDX)
                       AND CX-GUEST = RSV-GUEST(RSV-IDX)
                       AND CX-ARR-DATE = RSV-ARR-DATE(RSV-IDX)
                       MOVE 'YES' TO RSV-MATCH
                   END-IF
           END-PERFORM.
           IF RSV-MATCH = 'YES'
               SET RSV-IDX DOWN BY 1
               MOVE 'N' TO RSV-KEEP(RSV-IDX)
               ADD 1 TO C-CXL-CTR
           END-IF.
           IF CM-APPLY = 'NO'
               GO TO 1620-EXIT
           END-IF.
           IF RSV-MATCH = 'NO'
               PERFORM 1630-CANCEL-NOT-FOUND
           END-IF.

           MOVE CX-CONDO TO FIND-CONDO-CODE.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB > 0
               ADD 1 TO CM-W-COUNT(CN-SUB)
               IF RSV-MATCH = 'YES'
                   ADD RSV-NIGHTS(RSV-IDX) TO CM-W-NIGHTS(CN-SUB)
                   ADD RSV-AMT(RSV-IDX) TO CM-W-LOST(CN-SUB)
               END-IF
               ADD CX-REFUND TO CM-W-REFUND(CN-SUB)
               ADD CX-FORFEIT TO CM-W-RETAINED(CN-SUB)
           END-IF.

       1620-EXIT.
           EXIT.

      *THE DEPOSIT WAS STILL SETTLED IN COBCJF04 - THE BOOKING WAS
      *JUST NEVER KEYED TO RSVTRAN.DAT, OR WAS KEYED DIFFERENTLY
       1630-CANCEL-NOT-FOUND.
           ADD 1 TO EXC-NOMATCH-CTR.
           IF EXC-CTR < 200
               ADD 1 TO EXC-CTR
               SET EXC-IDX TO EXC-CTR
               MOVE CX-CONDO TO EXC-CONDO(EXC-IDX)
               MOVE CX-GUEST TO EXC-GUEST(EXC-IDX)
               MOVE CX-ARR-DATE TO EXC-ARR-DATE(EXC-IDX)
               MOVE 0 TO EXC-NIGHTS(EXC-IDX)
               MOVE 'CANCELLATION NOT ON LEDGER'
                   TO EXC-MSG(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 200 ROWS'
               DISPLAY 'NOT LISTED: ' CX-CONDO ' ' CX-GUEST
           END-IF.

      *RESTORES THE MONTH-TO-DATE CANCELLATION TOTALS IF THEY ARE
      *FOR THE BUSINESS MONTH; OTHERWISE A NEW MONTH STARTS FRESH
       1650-CXL-MTD-RESTORE.
           COMPUTE CM-RUN-YYYYMM = (I-YYYY * 100) + I-MM.
           COMPUTE CM-RUN-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + I-DD.
           OPEN INPUT CXLMTD.
           IF CM-FILE-STATUS = '00'
               READ CXLMTD
                   AT END
                       MOVE '10' TO CM-FILE-STATUS
               END-READ
               IF CM-FILE-STATUS = '00'
                   AND CM-YYYYMM = CM-RUN-YYYYMM
                   MOVE CM-CONDO-DATA TO CM-W-CONDO-DATA
                   IF CM-LAST-DATE = CM-RUN-DATE
                       MOVE 'NO' TO CM-APPLY
                   END-IF
               END-IF
           END-IF.
           CLOSE CXLMTD.

      *A CHANNEL BOOKING COMING OFF THE LEDGER. A SAME-DATE RERUN
      *FINDS IT ALREADY GONE AND SKIPS IT; OTHERWISE A MISSING
      *BOOKING IS LISTED. ONLY A CANCELLATION COUNTS IN THE
      *MONTH-TO-DATE TOTALS - A CHANGE GOES STRAIGHT BACK ON.
       1700-TAKE-OFF-TRAN.
           MOVE 'NO' TO RSV-MATCH.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR OR RSV-MATCH = 'YES'
                   IF NOT RSV-IS-BLOCK(RSV-IDX)
                       AND RSV-KEEP(RSV-IDX) = 'Y'
                       AND RT-CONDO = RSV-CONDO(RSV-IDX)
                       AND RT-GUEST = RSV-GUEST(RSV-IDX)
                       AND RT-ARR-DATE = RSV-ARR-DATE(RSV-IDX)
                       MOVE 'YES' TO RSV-MATCH
                   END-IF
           END-PERFORM.
           IF RSV-MATCH = 'NO'
               IF CM-APPLY = 'YES'
                   MOVE 'REJECTED - NOT ON LEDGER' TO EXC-BUILD-MSG
                   PERFORM 1500-REJECT-TRAN
               END-IF
               GO TO 1700-EXIT
           END-IF.

           SET RSV-IDX DOWN BY 1.
           MOVE 'N' TO RSV-KEEP(RSV-IDX).
           IF RT-CHANGE-OUT OR CM-APPLY = 'NO'
               GO TO 1700-EXIT
           END-IF.

           ADD 1 TO C-CXL-CTR.
           MOVE RT-CONDO TO FIND-CONDO-CODE.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB > 0
               ADD 1 TO CM-W-COUNT(CN-SUB)
               ADD RSV-NIGHTS(RSV-IDX) TO CM-W-NIGHTS(CN-SUB)
               ADD RSV-AMT(RSV-IDX) TO CM-W-LOST(CN-SUB)
           END-IF.

       1700-EXIT.
           EXIT.

      *DEPARTED STAYS PURGE OFF; EVERYTHING LEFT ROLLS INTO ITS
      *CONDO AND ARRIVAL-MONTH FORECAST BUCKET. DAY SPANS USE THE
      *SHOP'S 30-DAY-MONTH AGING CONVENTION. BLOCKS GO THROUGH
      *2300-ONE-BLOCK INSTEAD.
       2000-PURGE-AND-FORECAST.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > RSV-CTR
                   IF RSV-KEEP(RSV-IDX) = 'Y'
                       PERFORM 2100-ONE-RESERVATION
                   END-IF
           END-PERFORM.

       2100-ONE-RESERVATION.
           COMPUTE C-DAYS-DEPART =
               (RSV-A-YYYY(RSV-IDX) * 360) + (RSV-A-MM(RSV-IDX) * 30)
               + RSV-A-DD(RSV-IDX) + RSV-NIGHTS(RSV-IDX).
           IF RSV-IS-BLOCK(RSV-IDX)
               PERFORM 2300-ONE-BLOCK THRU 2300-EXIT
           ELSE
               IF C-DAYS-DEPART < C-DAYS-TODAY
                   MOVE 'N' TO RSV-KEEP(RSV-IDX)
                   ADD 1 TO C-PURGED-CTR
               ELSE
                   ADD 1 TO C-HELD-CTR
                   ADD RSV-AMT(RSV-IDX) TO C-AMT-HASH
                   PERFORM 2200-FORECAST-BUCKET THRU 2200-EXIT
               END-IF
           END-IF.

       2200-FORECAST-BUCKET.
       2200-EXIT.
           EXIT.

      *A DEPARTED BLOCK PURGES OFF LIKE A STAY, EXCEPT AN OWNER STAY
      *WHOSE LAST NIGHT FALLS IN THE BUSINESS YEAR - THOSE NIGHTS
      *STILL BELONG ON THIS YEAR'S OWNER STATEMENT. A BLOCK STILL
      *AHEAD IS WALKED A NIGHT AT A TIME SO A BLOCK CROSSING A
      *MONTH-END LANDS IN BOTH MONTHS' BLOCKED NIGHTS.
       2300-ONE-BLOCK.
           MOVE RSV-ARR-DATE(RSV-IDX) TO BW-DATE.
           IF C-DAYS-DEPART < C-DAYS-TODAY
               IF RSV-TYPE(RSV-IDX) = 'O'
                   COMPUTE BW-NIGHTS-LEFT = RSV-NIGHTS(RSV-IDX) - 1
                   PERFORM 2360-NEXT-NIGHT
                       UNTIL BW-NIGHTS-LEFT = 0
               END-IF
               IF RSV-TYPE(RSV-IDX) = 'O' AND BW-YYYY = I-YYYY
                   ADD 1 TO C-BLOCK-CTR
               ELSE
                   MOVE 'N' TO RSV-KEEP(RSV-IDX)
                   ADD 1 TO C-PURGED-CTR
               END-IF
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO C-BLOCK-CTR.
           MOVE RSV-CONDO(RSV-IDX) TO FIND-CONDO-CODE.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB = 0
               GO TO 2300-EXIT
           END-IF.
           MOVE RSV-NIGHTS(RSV-IDX) TO BW-NIGHTS-LEFT.
           PERFORM 2350-BLOCK-NIGHT
               UNTIL BW-NIGHTS-LEFT = 0.

       2300-EXIT.
           EXIT.

       2350-BLOCK-NIGHT.
           PERFORM VARYING FM-SUB FROM 1 BY 1
               UNTIL FM-SUB > 3
                   IF BW-MM = FC-MM(FM-SUB)
                       AND BW-YYYY = FC-YYYY(FM-SUB)
                       ADD 1 TO FC-BLOCKED(CN-SUB, FM-SUB)
                   END-IF
           END-PERFORM.
           PERFORM 2360-NEXT-NIGHT.

      *STEP BW-DATE ONE CALENDAR DAY AND COUNT OFF THE NIGHT
       2360-NEXT-NIGHT.
           MOVE MONTH-DAYS(BW-MM) TO BW-MONTH-END.
           IF BW-MM = 2
               DIVIDE BW-YYYY BY 4 GIVING BW-LEAP-QUOT
                   REMAINDER BW-LEAP-REM
               IF BW-LEAP-REM = 0
                   MOVE 29 TO BW-MONTH-END
               END-IF
           END-IF.
           IF BW-DD < BW-MONTH-END
               ADD 1 TO BW-DD
           ELSE
               MOVE 1 TO BW-DD
               IF BW-MM = 12
                   MOVE 1 TO BW-MM
                   ADD 1 TO BW-YYYY
               ELSE
                   ADD 1 TO BW-MM
               END-IF
           END-IF.
           SUBTRACT 1 FROM BW-NIGHTS-LEFT.

       3000-CLOSING.
           PERFORM 3100-LEDGER-SAVE.

                   PERFORM VARYING FM-SUB FROM 1 BY 1
                       UNTIL FM-SUB > 3
                           IF FC-NIGHTS(CN-SUB, FM-SUB) > 0
                               OR FC-BLOCKED(CN-SUB, FM-SUB) > 0
                               PERFORM 3200-FORECAST-LINE
                           END-IF
                   END-PERFORM
           MOVE C-NEW-CTR TO GT-NEW.
           MOVE C-PURGED-CTR TO GT-PURGED.
           MOVE C-FC-REVENUE TO GT-REVENUE.
           MOVE C-BLOCK-CTR TO GT-BLOCKS.
           WRITE PRTLINE FROM GT-FORECAST-LINE
               AFTER ADVANCING 3 LINES.

           IF EXC-REJECT-CTR + EXC-CONFLICT-CTR + EXC-NOMATCH-CTR > 0
               PERFORM 3300-EXCEPTIONS
           END-IF.

           PERFORM 3400-CXL-MTD-SAVE.
           PERFORM 3500-CXL-REPORT.

           MOVE "END  " TO AUD-EVENT.
           COMPUTE AUD-REC-COUNT = C-HELD-CTR + C-BLOCK-CTR.
           WRITE AUDIT-REC.

           COMPUTE TR-REC-COUNT = C-HELD-CTR + C-BLOCK-CTR.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
                       MOVE RSV-ARR-DATE(RSV-IDX) TO RV-ARR-DATE
                       MOVE RSV-NIGHTS(RSV-IDX) TO RV-NIGHTS
                       MOVE RSV-AMT(RSV-IDX) TO RV-AMT
                       MOVE RSV-TYPE(RSV-IDX) TO RV-ENTRY-TYPE
                       WRITE RV-REC
                   END-IF
           END-PERFORM.
           MOVE OWN-CONDO-NAME(CN-SUB) TO FDL-CONDO.
           MOVE FC-MM(FM-SUB) TO FDL-MONTH.
           MOVE FC-NIGHTS(CN-SUB, FM-SUB) TO FDL-NIGHTS.
           MOVE FC-BLOCKED(CN-SUB, FM-SUB) TO FDL-BLOCKED.
      *BLOCKED NIGHTS ARE NOT FOR SALE - THEY COME OUT OF THE
      *OCCUPANCY DENOMINATOR
           IF FC-BLOCKED(CN-SUB, FM-SUB) < MONTH-DAYS(FC-MM(FM-SUB))
               COMPUTE C-AVAIL = MONTH-DAYS(FC-MM(FM-SUB))
                   - FC-BLOCKED(CN-SUB, FM-SUB)
           ELSE
               MOVE 0 TO C-AVAIL
           END-IF.
           MOVE C-AVAIL TO FDL-AVAIL.
           IF C-AVAIL > 0
               COMPUTE C-OCC-PCT ROUNDED =
                   (FC-NIGHTS(CN-SUB, FM-SUB) * 100) / C-AVAIL
           ELSE
               MOVE 0 TO C-OCC-PCT
           END-IF.
           MOVE C-OCC-PCT TO FDL-PCT.
           MOVE FC-REVENUE(CN-SUB, FM-SUB) TO FDL-REVENUE.
           WRITE PRTLINE FROM FORECAST-DETAIL-LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3300-EXCEPTIONS.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM EXCEPTION-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > EXC-CTR
                   PERFORM 3310-EXCEPTION-LINE
           END-PERFORM.
           MOVE EXC-REJECT-CTR TO GT-REJECTED.
           MOVE EXC-CONFLICT-CTR TO GT-CONFLICTS.
           MOVE EXC-NOMATCH-CTR TO GT-NOMATCH.
           WRITE PRTLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 2 LINES.

       3310-EXCEPTION-LINE.
           MOVE EXC-CONDO(EXC-IDX) TO FIND-CONDO-CODE.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB = 0
               MOVE EXC-CONDO(EXC-IDX) TO EDL-CONDO
           ELSE
               MOVE OWN-CONDO-NAME(CN-SUB) TO EDL-CONDO
           END-IF.
           MOVE EXC-GUEST(EXC-IDX) TO EDL-GUEST.
           MOVE EXC-A-MM(EXC-IDX) TO EDL-ARR-MM.
           MOVE EXC-A-DD(EXC-IDX) TO EDL-ARR-DD.
           MOVE EXC-A-YYYY(EXC-IDX) TO EDL-ARR-YYYY.
           MOVE EXC-NIGHTS(EXC-IDX) TO EDL-NIGHTS.
           MOVE EXC-MSG(EXC-IDX) TO EDL-MSG.
           WRITE PRTLINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3400-CXL-MTD-SAVE.
           MOVE CM-RUN-YYYYMM TO CM-YYYYMM.
           MOVE CM-RUN-DATE TO CM-LAST-DATE.
           MOVE CM-W-CONDO-DATA TO CM-CONDO-DATA.
           OPEN OUTPUT CXLMTD.
           WRITE CM-REC.
           CLOSE CXLMTD.

      *MONTH-TO-DATE CANCELLATIONS BY CONDO - THE LAST RUN OF THE
      *MONTH PRINTS THE MONTH'S REPORT
       3500-CXL-REPORT.
           OPEN OUTPUT CXLPRT.
           MOVE I-MM TO CXT-MM.
           MOVE I-YYYY TO CXT-YYYY.
           WRITE CXLLINE FROM CXL-TITLE
               AFTER ADVANCING PAGE.
           WRITE CXLLINE FROM CXL-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > 8
                   PERFORM 3510-CXL-CONDO-LINE
           END-PERFORM.

           MOVE 'TOTAL' TO CXD-CONDO.
           MOVE CM-T-COUNT TO CXD-COUNT.
           MOVE CM-T-NIGHTS TO CXD-NIGHTS.
           MOVE CM-T-LOST TO CXD-LOST.
           MOVE CM-T-REFUND TO CXD-REFUND.
           MOVE CM-T-RETAINED TO CXD-RETAINED.
           WRITE CXLLINE FROM CXL-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE CM-T-COUNT TO TR-REC-COUNT.
           MOVE CM-T-RETAINED TO TR-HASH-TOTAL.
           WRITE CXLLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE CXLPRT.

       3510-CXL-CONDO-LINE.
           MOVE OWN-CONDO-NAME(CN-SUB) TO CXD-CONDO.
           MOVE CM-W-COUNT(CN-SUB) TO CXD-COUNT.
           MOVE CM-W-NIGHTS(CN-SUB) TO CXD-NIGHTS.
           MOVE CM-W-LOST(CN-SUB) TO CXD-LOST.
           MOVE CM-W-REFUND(CN-SUB) TO CXD-REFUND.
           MOVE CM-W-RETAINED(CN-SUB) TO CXD-RETAINED.
           ADD CM-W-COUNT(CN-SUB) TO CM-T-COUNT.
           ADD CM-W-NIGHTS(CN-SUB) TO CM-T-NIGHTS.
           ADD CM-W-LOST(CN-SUB) TO CM-T-LOST.
           ADD CM-W-REFUND(CN-SUB) TO CM-T-REFUND.
           ADD CM-W-RETAINED(CN-SUB) TO CM-T-RETAINED.
           WRITE CXLLINE FROM CXL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *CN-SUB GETS THE CONDO ROW FOR FIND-CONDO-CODE, 0 IF NONE
       8000-FIND-CONDO.
           MOVE 0 TO CN-SUB.
           PERFORM VARYING WORK-MM FROM 1 BY 1
               UNTIL WORK-MM > 8
                   IF FIND-CONDO-CODE = CONDO-CODE(WORK-MM)
                       MOVE WORK-MM TO CN-SUB
                   END-IF
           END-PERFORM.

       9000-READ-TRAN.
           READ RSVTRAN
               AT END
