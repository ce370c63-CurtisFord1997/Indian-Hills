       identification division.
       program-id. CBLCJF15.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *SITE AVAILABILITY INQUIRY FOR PHONE RESERVATIONS. THE CLERK
      *KEYS A CAMPGROUND, ARRIVAL DATE, NUMBER OF NIGHTS, AND SITE
      *TYPE (LOOP LETTER) AND THE SCREEN SHOWS EVERY OPEN SITE IN THAT
      *LOOP FOR THOSE NIGHTS - CHECKED AGAINST THE OCCUPANCY LEDGER,
      *SITE CLOSURES, SEASONAL LEASES, AND OTHER CALLERS' HOLDS - WITH
      *THE STAY PRICED NIGHT BY NIGHT FROM THE SEASON RATE SCHEDULE
      *IN CAMP.CPY. THE CLERK CAN THEN PUT ONE OF THE OPEN SITES ON
      *HOLD FOR THE CALLER; THE HOLD GOES TO SITEHOLD.DAT AND
      *TONIGHT'S COBCJF01 RUN REFUSES THE SITE TO ANYONE ELSE. A HOLD
      *LAPSES AFTER THAT RUN. BLANK CAMPGROUND (OR 'END') QUITS.
      *THE CLERK SIGNS ON FIRST (COBSIGN); EACH CALL NEEDS THE SITE
      *AVAILABILITY FUNCTION AND A HOLD NEEDS THE HOLD FUNCTION.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SITEOCC
               ASSIGN TO "C:/COBOLSP20/SITEOCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCC-FILE-STATUS.
           SELECT SITECLOS
               ASSIGN TO "C:/COBOLSP20/SITECLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT LEASEREG
               ASSIGN TO "C:/COBOLSP20/LEASEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
           SELECT SITEHOLD
               ASSIGN TO "C:/COBOLSP20/SITEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.

       data division.
       FILE SECTION.
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

      *PHONE HOLDS - ONE ROW PER HOLD PLACED FROM THIS SCREEN, DATED
      *THE BUSINESS DAY IT WAS PLACED. COBCJF01 HONORS ONLY THE
      *ROWS DATED FOR ITS OWN RUN.
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

       working-storage section.
       COPY "CAMP.CPY".
       COPY "LEAPYR.CPY".
       COPY "SIGNON.CPY".

       01 OCC-FILE-STATUS          PIC XX.
       01 CL-FILE-STATUS           PIC XX.
       01 LR-FILE-STATUS           PIC XX.
       01 HD-FILE-STATUS           PIC XX.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.
       01 LEAP-YEAR-SUB            PIC 9(3).

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE               PIC 9(8).
           05 I-TIME               PIC X(11).
       01 DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05 I-YYYY               PIC 9(4).
           05 I-MM                 PIC 99.
           05 I-DD                 PIC 99.
           05 FILLER               PIC X(11).

      *WHAT THE CLERK KEYS FOR EACH CALL
       01 INQUIRY-FIELDS.
           05 INQUIRY-DONE         PIC XXX     VALUE 'NO'.
           05 Q-CAMPGROUND         PIC X(25)   VALUE SPACE.
               88 VAL-CAMPGROUND               VALUE "BUCK CREEK"
                                                   "HONEY CREEK"
                                                   "ISLAND VIEW".
           05 Q-ARRIVE-IN          PIC X(8)    VALUE SPACE.
           05 Q-ARRIVE-DATE REDEFINES Q-ARRIVE-IN.
               10 Q-ARRIVE-YYYY        PIC 9(4).
               10 Q-ARRIVE-MM          PIC 99.
               10 Q-ARRIVE-DD          PIC 99.
           05 Q-NIGHTS-IN.
               10 Q-NIGHTS-1           PIC X.
               10 Q-NIGHTS-2           PIC X.
           05 Q-NIGHTS REDEFINES Q-NIGHTS-IN
                                   PIC 99.
               88 VAL-LEN-STAY                 VALUE 2 THRU 11.
           05 Q-SITE-LTR           PIC X       VALUE SPACE.
           05 Q-HOLD-IN.
               10 Q-HOLD-1             PIC X.
               10 Q-HOLD-2             PIC X.
           05 Q-HOLD-NUM REDEFINES Q-HOLD-IN
                                   PIC 99.
           05 Q-LNAME              PIC X(15)   VALUE SPACE.
           05 Q-FNAME              PIC X(15)   VALUE SPACE.
           05 Q-HOLD-NAME          PIC X(32)   VALUE SPACE.
           05 Q-DEPART-DATE        PIC 9(8)    VALUE ZERO.

       01 LOWER-LETTERS            PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-LETTERS            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *THE OCCUPANCY LEDGER, ACTIVE STAYS ONLY
       01 OCC-TABLE-AREA.
           05 OCC-ENTRY            OCCURS 2000 TIMES.
               10 OCC-STATUS           PIC X.
                   88 OCC-ACTIVE           VALUE 'A'.
               10 OCC-CAMPGROUND       PIC X(25).
               10 OCC-SITE             PIC XXX.
               10 OCC-START-DATE       PIC 9(8).
               10 OCC-END-DATE         PIC 9(8).

       01 OCC-VARS.
           05 OCC-COUNT            PIC 9(5)    VALUE ZERO.
           05 OCC-SUB              PIC 9(5)    VALUE ZERO.
           05 OCC-MATCH            PIC XXX     VALUE 'NO'.

      *SITE CLOSURES
       01 CLOSURE-TABLE-AREA.
           05 CL-ENTRY OCCURS 200 TIMES.
               10 CL-CAMPGROUND        PIC X(25).
               10 CL-SITE              PIC XXX.
               10 CL-FROM-DATE         PIC 9(8).
               10 CL-TO-DATE           PIC 9(8).
               10 CL-REASON            PIC X(30).

       01 CLOSURE-VARS.
           05 CL-COUNT             PIC 9(3)    VALUE ZERO.
           05 CL-SUB               PIC 9(3)    VALUE ZERO.

      *SEASONAL LEASES
       01 LEASE-TABLE-AREA.
           05 LS-ENTRY OCCURS 500 TIMES.
               10 LS-CAMPGROUND        PIC X(25).
               10 LS-SITE              PIC XXX.
               10 LS-START-DATE        PIC 9(8).
               10 LS-END-DATE          PIC 9(8).
               10 LS-NAME              PIC X(22).

       01 LEASE-VARS.
           05 LS-COUNT             PIC 9(3)    VALUE ZERO.
           05 LS-SUB               PIC 9(3)    VALUE ZERO.

      *TODAY'S HOLDS, RELOADED FOR EVERY CALL SO A HOLD ANOTHER
      *CLERK JUST PLACED SHOWS UP
       01 HOLD-TABLE-AREA.
           05 HL-ENTRY OCCURS 200 TIMES.
               10 HL-HOLD-DATE         PIC 9(8).
               10 HL-CAMPGROUND        PIC X(25).
               10 HL-SITE              PIC XXX.
               10 HL-START-DATE        PIC 9(8).
               10 HL-END-DATE          PIC 9(8).
               10 HL-LNAME             PIC X(15).
               10 HL-FNAME             PIC X(15).

       01 HOLD-VARS.
           05 HL-COUNT             PIC 9(3)    VALUE ZERO.
           05 HL-SUB               PIC 9(3)    VALUE ZERO.
           05 HL-DROPPED           PIC 9(3)    VALUE ZERO.

      *ONE STATUS BYTE PER SITE NUMBER IN THE LOOP ASKED ABOUT, WITH
      *THE TABLE ROW THAT SET IT. A CLOSURE OUTRANKS A LEASE, A LEASE
      *OUTRANKS A HOLD, AND A HOLD OUTRANKS AN ORDINARY BOOKING.
       01 LOOP-SITE-AREA.
           05 LOOP-SITE OCCURS 99 TIMES.
               10 LP-STATUS            PIC X.
                   88 LP-OPEN              VALUE 'O'.
                   88 LP-BOOKED            VALUE 'B'.
                   88 LP-HELD              VALUE 'H'.
                   88 LP-LEASED            VALUE 'L'.
                   88 LP-CLOSED            VALUE 'C'.
               10 LP-ROW               PIC 9(5).

       01 LOOP-VARS.
           05 LP-SUB               PIC 9(3)    VALUE ZERO.
           05 LP-NUM-X.
               10 LP-NUM-LTR           PIC X.
               10 LP-NUM               PIC 99.
           05 LP-OPEN-CTR          PIC 99      VALUE ZERO.
           05 LP-BOOKED-CTR        PIC 99      VALUE ZERO.
           05 LP-HELD-CTR          PIC 99      VALUE ZERO.
           05 LP-LEASED-CTR        PIC 99      VALUE ZERO.
           05 LP-CLOSED-CTR        PIC 99      VALUE ZERO.

      *NIGHT-BY-NIGHT PRICING AND DATE STEPPING
       01 PRICE-VARS.
           05 SAVE-SITE-INDEX      PIC 9       VALUE 1.
           05 C-NIGHT-SUB          PIC 99      VALUE ZERO.
           05 C-NIGHT-MMDD         PIC 9(4)    VALUE ZERO.
           05 C-NIGHT-RATE         PIC 9(3)V99 VALUE ZERO.
           05 C-SEAS-TOTAL         PIC 9(5)V99 VALUE ZERO.
           05 C-LOW-RATE           PIC 9(3)V99 VALUE ZERO.
           05 C-HIGH-RATE          PIC 9(3)V99 VALUE ZERO.
           05 SN-MAX-DD            PIC 99      VALUE ZERO.

       01 SEAS-NIGHT-DATE.
           05 SN-YYYY              PIC 9(4).
           05 SN-MM                PIC 99.
           05 SN-DD                PIC 99.
       01 SEAS-NIGHT-NUM REDEFINES SEAS-NIGHT-DATE
                                   PIC 9(8).

      *SCREEN LINES
       01 D-HEAD-LINE.
           05 FILLER               PIC X(5)    VALUE "LOOP ".
           05 DH-LTR               PIC X.
           05 FILLER               PIC X(3)    VALUE " - ".
           05 DH-TYPE              PIC X(10).
           05 FILLER               PIC X(8)    VALUE " ARRIVE ".
           05 DH-ARRIVE            PIC 9999/99/99.
           05 FILLER               PIC X(8)    VALUE " DEPART ".
           05 DH-DEPART            PIC 9999/99/99.
           05 FILLER               PIC X       VALUE SPACE.
           05 DH-NIGHTS            PIC Z9.
           05 FILLER               PIC X(7)    VALUE " NIGHTS".

       01 D-PRICE-LINE.
           05 FILLER               PIC X(13)   VALUE "PRICED STAY:".
           05 DP-TOTAL             PIC $$,$$9.99.
           05 FILLER               PIC X(15)   VALUE "   NIGHTLY FROM".
           05 DP-LOW               PIC $$$9.99.
           05 FILLER               PIC X(3)    VALUE " TO".
           05 DP-HIGH              PIC $$$9.99.

       01 D-PARTY-LINE.
           05 FILLER               PIC X(12)   VALUE "RATE COVERS".
           05 DPL-BASE-PARTY       PIC Z9.
           05 FILLER               PIC X(9)    VALUE " PEOPLE, ".
           05 DPL-BASE-VEH         PIC Z9.
           05 FILLER               PIC X(21)
               VALUE " VEHICLE(S) - LIMIT ".
           05 DPL-MAX-PARTY        PIC Z9.
           05 FILLER               PIC X(3)    VALUE " / ".
           05 DPL-MAX-VEH          PIC Z9.

       01 D-FEE-LINE.
           05 FILLER               PIC X(14)   VALUE "EXTRA PERSON".
           05 DFL-PERSON           PIC $9.99.
           05 FILLER               PIC X(18)
               VALUE "   EXTRA VEHICLE ".
           05 DFL-VEHICLE          PIC $9.99.
           05 FILLER               PIC X(10)   VALUE " PER NIGHT".

      *OPEN SITES PRINT TWELVE TO A LINE
       01 D-OPEN-LINE.
           05 DO-ENTRY OCCURS 12 TIMES.
               10 FILLER               PIC X.
               10 DO-SITE              PIC XXX.
       01 DO-USED                  PIC 99      VALUE ZERO.

       01 D-SITE-LINE.
           05 FILLER               PIC X(2)    VALUE SPACE.
           05 DS-LABEL             PIC X(8).
           05 DS-SITE              PIC XXX.
           05 FILLER               PIC X(6)    VALUE " THRU ".
           05 DS-THRU              PIC 9999/99/99.
           05 FILLER               PIC X(2)    VALUE SPACE.
           05 DS-TEXT              PIC X(30).

       01 D-COUNT-LINE.
           05 FILLER               PIC X(6)    VALUE "OPEN".
           05 DC-OPEN              PIC Z9.
           05 FILLER               PIC X(10)   VALUE "   BOOKED".
           05 DC-BOOKED            PIC Z9.
           05 FILLER               PIC X(8)    VALUE "   HELD".
           05 DC-HELD              PIC Z9.
           05 FILLER               PIC X(10)   VALUE "   LEASED".
           05 DC-LEASED            PIC Z9.
           05 FILLER               PIC X(10)   VALUE "   CLOSED".
           05 DC-CLOSED            PIC Z9.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-INQUIRY
               UNTIL INQUIRY-DONE = 'YES'.
           MOVE 'E' TO SO-REQUEST.
           CALL 'COBSIGN' USING SIGNON-AREA.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO SO-REQUEST.
           MOVE 'CBLCJF15' TO SO-PGM-ID.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF NOT SO-ALLOWED
               MOVE 'YES' TO INQUIRY-DONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE - SET BUSDATE (YYYYMMDD) THE SAME WAY
      *THE BATCH PROGRAMS TAKE IT, SO HOLDS ARE DATED FOR THE RUN
      *THAT WILL HONOR THEM
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.

           PERFORM L3-LOAD-OCCUPANCY.
           PERFORM L3-LOAD-CLOSURES.
           PERFORM L3-LOAD-LEASES.
           PERFORM L3-PURGE-HOLDS.

           DISPLAY ' '.
           DISPLAY 'CAMPGROUND SITE AVAILABILITY - BUSINESS DATE '
               I-DATE.

       L2-INQUIRY.
           DISPLAY ' '.
           DISPLAY 'ENTER CAMPGROUND (BLANK OR END TO QUIT): '
               WITH NO ADVANCING.
           MOVE SPACES TO Q-CAMPGROUND.
           ACCEPT Q-CAMPGROUND.
           INSPECT Q-CAMPGROUND
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.

           IF Q-CAMPGROUND = SPACES OR Q-CAMPGROUND = 'END'
               MOVE 'YES' TO INQUIRY-DONE
           ELSE
               PERFORM L3-AVAILABILITY THRU L3-AVAILABILITY-X
           END-IF.

      *TAKE THE REST OF THE CALL, SHOW THE LOOP, AND OFFER A HOLD
       L3-AVAILABILITY.
           IF NOT VAL-CAMPGROUND
               DISPLAY 'NOT ONE OF OUR CAMPGROUNDS - BUCK CREEK, '
                   'HONEY CREEK, OR ISLAND VIEW'
               GO TO L3-AVAILABILITY-X
           END-IF.

           MOVE 'F' TO SO-REQUEST.
           MOVE 'Q' TO SO-FUNCTION.
           MOVE 'N' TO SO-SENSITIVE.
           MOVE Q-CAMPGROUND TO SO-DETAIL.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF NOT SO-ALLOWED
               GO TO L3-AVAILABILITY-X
           END-IF.

           DISPLAY 'ARRIVAL DATE (YYYYMMDD): ' WITH NO ADVANCING.
           MOVE SPACES TO Q-ARRIVE-IN.
           ACCEPT Q-ARRIVE-IN.
           IF Q-ARRIVE-IN NOT NUMERIC
               DISPLAY 'ARRIVAL DATE MUST BE 8 DIGITS, YYYYMMDD'
               GO TO L3-AVAILABILITY-X
           END-IF.
           MOVE Q-ARRIVE-IN TO SEAS-NIGHT-DATE.
           IF SN-YYYY < LEAP-YEAR-BASE OR SN-YYYY > 2098
               OR SN-MM < 1 OR SN-MM > 12 OR SN-DD < 1
               DISPLAY 'ARRIVAL DATE IS NOT A CALENDAR DATE'
               GO TO L3-AVAILABILITY-X
           END-IF.
           PERFORM L4-MONTH-LENGTH.
           IF SN-DD > SN-MAX-DD
               DISPLAY 'ARRIVAL DATE IS NOT A CALENDAR DATE'
               GO TO L3-AVAILABILITY-X
           END-IF.
           IF SEAS-NIGHT-NUM < I-DATE
               DISPLAY 'ARRIVAL DATE IS ALREADY PAST'
               GO TO L3-AVAILABILITY-X
           END-IF.

           DISPLAY 'NUMBER OF NIGHTS (2-11): ' WITH NO ADVANCING.
           MOVE SPACES TO Q-NIGHTS-IN.
           ACCEPT Q-NIGHTS-IN.
           IF Q-NIGHTS-2 = SPACE
               MOVE Q-NIGHTS-1 TO Q-NIGHTS-2
               MOVE '0' TO Q-NIGHTS-1
           END-IF.
           IF Q-NIGHTS-IN NOT NUMERIC
               DISPLAY 'NUMBER OF NIGHTS MUST BE 2 TO 11'
               GO TO L3-AVAILABILITY-X
           END-IF.
           IF NOT VAL-LEN-STAY
               DISPLAY 'NUMBER OF NIGHTS MUST BE 2 TO 11'
               GO TO L3-AVAILABILITY-X
           END-IF.

           DISPLAY 'SITE TYPE - A TENT, B POP-UP, C RV, D CABIN: '
               WITH NO ADVANCING.
           MOVE SPACE TO Q-SITE-LTR.
           ACCEPT Q-SITE-LTR.
           INSPECT Q-SITE-LTR
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           SET SITE-INDEX TO 1.
           SEARCH SITE-GROUP
               AT END
                   DISPLAY 'SITE TYPE MUST BE A, B, C, OR D'
                   GO TO L3-AVAILABILITY-X
               WHEN SITE(SITE-INDEX) = Q-SITE-LTR
                   CONTINUE
           END-SEARCH.
           SET SAVE-SITE-INDEX TO SITE-INDEX.

           PERFORM L3-PRICE-STAY.
           PERFORM L3-LOAD-HOLDS.
           PERFORM L3-BUILD-LOOP.
           PERFORM L3-SHOW-LOOP.

           IF LP-OPEN-CTR = 0
               DISPLAY 'NO OPEN SITES OF THAT TYPE FOR THOSE NIGHTS'
               GO TO L3-AVAILABILITY-X
           END-IF.

           PERFORM L3-PLACE-HOLD THRU L3-PLACE-HOLD-X.

       L3-AVAILABILITY-X.
           EXIT.

      *PRICE EVERY NIGHT OF THE STAY AT ITS OWN SEASON RATE, AS THE
      *RESERVATION RUN DOES. STEPPING PAST THE LAST NIGHT LEAVES THE
      *DEPARTURE DATE IN SEAS-NIGHT-DATE.
       L3-PRICE-STAY.
           MOVE 0 TO C-SEAS-TOTAL.
           MOVE 0 TO C-LOW-RATE.
           MOVE 0 TO C-HIGH-RATE.
           MOVE Q-ARRIVE-IN TO SEAS-NIGHT-DATE.
           PERFORM L4-PRICE-ONE-NIGHT
               VARYING C-NIGHT-SUB FROM 1 BY 1
                   UNTIL C-NIGHT-SUB > Q-NIGHTS.
           MOVE SEAS-NIGHT-NUM TO Q-DEPART-DATE.

       L4-PRICE-ONE-NIGHT.
           COMPUTE C-NIGHT-MMDD = (SN-MM * 100) + SN-DD.
           SET SEAS-INDEX TO 1.
           SEARCH SEAS-ENTRY
               AT END
                   SET SEAS-INDEX TO 1
               WHEN C-NIGHT-MMDD NOT < SEAS-FROM(SEAS-INDEX)
                   AND C-NIGHT-MMDD NOT > SEAS-TO(SEAS-INDEX)
                   CONTINUE
           END-SEARCH.

           COMPUTE C-NIGHT-RATE =
               PRICE(SAVE-SITE-INDEX) *
               SEAS-MULT(SEAS-INDEX, SAVE-SITE-INDEX).
           ADD C-NIGHT-RATE TO C-SEAS-TOTAL.
           IF C-LOW-RATE = 0 OR C-NIGHT-RATE < C-LOW-RATE
               MOVE C-NIGHT-RATE TO C-LOW-RATE
           END-IF.
           IF C-NIGHT-RATE > C-HIGH-RATE
               MOVE C-NIGHT-RATE TO C-HIGH-RATE
           END-IF.

           PERFORM L4-NIGHT-ADVANCE.

      *STEP SEAS-NIGHT-DATE FORWARD ONE CALENDAR DAY
       L4-NIGHT-ADVANCE.
           PERFORM L4-MONTH-LENGTH.
           IF SN-DD < SN-MAX-DD
               ADD 1 TO SN-DD
           ELSE
               MOVE 1 TO SN-DD
               IF SN-MM = 12
                   MOVE 1 TO SN-MM
                   ADD 1 TO SN-YYYY
               ELSE
                   ADD 1 TO SN-MM
               END-IF
           END-IF.

       L4-MONTH-LENGTH.
           EVALUATE SN-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO SN-MAX-DD
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO SN-MAX-DD
               WHEN OTHER
                   COMPUTE LEAP-YEAR-SUB = SN-YYYY - LEAP-YEAR-BASE + 1
                   SET LEAP-IDX TO LEAP-YEAR-SUB
                   IF LEAP-YEAR-FLAG(LEAP-IDX) = "Y"
                       MOVE 29 TO SN-MAX-DD
                   ELSE
                       MOVE 28 TO SN-MAX-DD
                   END-IF
           END-EVALUATE.

      *MARK EVERY SITE NUMBER IN THE LOOP FROM THE FOUR SOURCES, THE
      *WEAKEST FIRST SO THE STRONGER REASON IS THE ONE SHOWN. A STAY
      *BLOCKS FROM ITS ARRIVAL THROUGH ITS DEPARTURE DATE, THE SAME
      *OVERLAP TEST THE RESERVATION RUN USES.
       L3-BUILD-LOOP.
           PERFORM VARYING LP-SUB FROM 1 BY 1
               UNTIL LP-SUB > 99
                   MOVE 'O' TO LP-STATUS(LP-SUB)
                   MOVE 0 TO LP-ROW(LP-SUB)
           END-PERFORM.

           PERFORM VARYING OCC-SUB FROM 1 BY 1
               UNTIL OCC-SUB > OCC-COUNT
                   MOVE OCC-SITE(OCC-SUB) TO LP-NUM-X
                   IF OCC-ACTIVE(OCC-SUB)
                       AND OCC-CAMPGROUND(OCC-SUB) = Q-CAMPGROUND
                       AND LP-NUM-LTR = Q-SITE-LTR
                       AND LP-NUM NUMERIC AND LP-NUM > 0
                       AND Q-ARRIVE-IN NOT > OCC-END-DATE(OCC-SUB)
                       AND OCC-START-DATE(OCC-SUB) NOT > Q-DEPART-DATE
                       MOVE 'B' TO LP-STATUS(LP-NUM)
                       MOVE OCC-SUB TO LP-ROW(LP-NUM)
                   END-IF
           END-PERFORM.

           PERFORM VARYING HL-SUB FROM 1 BY 1
               UNTIL HL-SUB > HL-COUNT
                   MOVE HL-SITE(HL-SUB) TO LP-NUM-X
                   IF HL-HOLD-DATE(HL-SUB) = I-DATE
                       AND HL-CAMPGROUND(HL-SUB) = Q-CAMPGROUND
                       AND LP-NUM-LTR = Q-SITE-LTR
                       AND LP-NUM NUMERIC AND LP-NUM > 0
                       AND Q-ARRIVE-IN NOT > HL-END-DATE(HL-SUB)
                       AND HL-START-DATE(HL-SUB) NOT > Q-DEPART-DATE
                       MOVE 'H' TO LP-STATUS(LP-NUM)
                       MOVE HL-SUB TO LP-ROW(LP-NUM)
                   END-IF
           END-PERFORM.

           PERFORM VARYING LS-SUB FROM 1 BY 1
               UNTIL LS-SUB > LS-COUNT
                   MOVE LS-SITE(LS-SUB) TO LP-NUM-X
                   IF LS-CAMPGROUND(LS-SUB) = Q-CAMPGROUND
                       AND LP-NUM-LTR = Q-SITE-LTR
                       AND LP-NUM NUMERIC AND LP-NUM > 0
                       AND Q-ARRIVE-IN NOT > LS-END-DATE(LS-SUB)
                       AND LS-START-DATE(LS-SUB) NOT > Q-DEPART-DATE
                       MOVE 'L' TO LP-STATUS(LP-NUM)
                       MOVE LS-SUB TO LP-ROW(LP-NUM)
                   END-IF
           END-PERFORM.

           PERFORM VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > CL-COUNT
                   MOVE CL-SITE(CL-SUB) TO LP-NUM-X
                   IF CL-CAMPGROUND(CL-SUB) = Q-CAMPGROUND
                       AND LP-NUM-LTR = Q-SITE-LTR
                       AND LP-NUM NUMERIC AND LP-NUM > 0
                       AND Q-ARRIVE-IN NOT > CL-TO-DATE(CL-SUB)
                       AND CL-FROM-DATE(CL-SUB) NOT > Q-DEPART-DATE
                       MOVE 'C' TO LP-STATUS(LP-NUM)
                       MOVE CL-SUB TO LP-ROW(LP-NUM)
                   END-IF
           END-PERFORM.

       L3-SHOW-LOOP.
           MOVE Q-SITE-LTR TO DH-LTR.
           MOVE SITE-TYPE-DESC(SAVE-SITE-INDEX) TO DH-TYPE.
           MOVE Q-ARRIVE-IN TO DH-ARRIVE.
           MOVE Q-DEPART-DATE TO DH-DEPART.
           MOVE Q-NIGHTS TO DH-NIGHTS.
           MOVE C-SEAS-TOTAL TO DP-TOTAL.
           MOVE C-LOW-RATE TO DP-LOW.
           MOVE C-HIGH-RATE TO DP-HIGH.
           MOVE BASE-PARTY(SAVE-SITE-INDEX) TO DPL-BASE-PARTY.
           MOVE BASE-VEHICLES(SAVE-SITE-INDEX) TO DPL-BASE-VEH.
           MOVE MAX-PARTY(SAVE-SITE-INDEX) TO DPL-MAX-PARTY.
           MOVE MAX-VEHICLES(SAVE-SITE-INDEX) TO DPL-MAX-VEH.
           MOVE EXTRA-PERSON-FEE(SAVE-SITE-INDEX) TO DFL-PERSON.
           MOVE EXTRA-VEHICLE-FEE(SAVE-SITE-INDEX) TO DFL-VEHICLE.

           DISPLAY ' '.
           DISPLAY Q-CAMPGROUND.
           DISPLAY D-HEAD-LINE.
           DISPLAY D-PRICE-LINE.
           DISPLAY D-PARTY-LINE.
           DISPLAY D-FEE-LINE.

           MOVE 0 TO LP-OPEN-CTR.
           MOVE 0 TO LP-BOOKED-CTR.
           MOVE 0 TO LP-HELD-CTR.
           MOVE 0 TO LP-LEASED-CTR.
           MOVE 0 TO LP-CLOSED-CTR.
           MOVE SPACES TO D-OPEN-LINE.
           MOVE 0 TO DO-USED.
           DISPLAY ' '.
           DISPLAY 'OPEN SITES:'.
           PERFORM L4-SHOW-ONE-SITE
               VARYING LP-SUB FROM 1 BY 1
                   UNTIL LP-SUB > 99.
           IF DO-USED > 0
               DISPLAY D-OPEN-LINE
           END-IF.
           IF LP-OPEN-CTR = 0
               DISPLAY '  NONE'
           END-IF.

      *THE SITES THAT ARE OUT FOR A REASON OTHER THAN A BOOKING,
      *SO THE CLERK CAN TELL THE CALLER WHY
           PERFORM L4-SHOW-OUT-SITE
               VARYING LP-SUB FROM 1 BY 1
                   UNTIL LP-SUB > 99.

           MOVE LP-OPEN-CTR TO DC-OPEN.
           MOVE LP-BOOKED-CTR TO DC-BOOKED.
           MOVE LP-HELD-CTR TO DC-HELD.
           MOVE LP-LEASED-CTR TO DC-LEASED.
           MOVE LP-CLOSED-CTR TO DC-CLOSED.
           DISPLAY D-COUNT-LINE.

       L4-SHOW-ONE-SITE.
           EVALUATE TRUE
               WHEN LP-OPEN(LP-SUB)
                   ADD 1 TO LP-OPEN-CTR
                   ADD 1 TO DO-USED
                   MOVE Q-SITE-LTR TO LP-NUM-LTR
                   MOVE LP-SUB TO LP-NUM
                   MOVE LP-NUM-X TO DO-SITE(DO-USED)
                   IF DO-USED = 12
                       DISPLAY D-OPEN-LINE
                       MOVE SPACES TO D-OPEN-LINE
                       MOVE 0 TO DO-USED
                   END-IF
               WHEN LP-BOOKED(LP-SUB)
                   ADD 1 TO LP-BOOKED-CTR
               WHEN LP-HELD(LP-SUB)
                   ADD 1 TO LP-HELD-CTR
               WHEN LP-LEASED(LP-SUB)
                   ADD 1 TO LP-LEASED-CTR
               WHEN LP-CLOSED(LP-SUB)
                   ADD 1 TO LP-CLOSED-CTR
           END-EVALUATE.

       L4-SHOW-OUT-SITE.
           MOVE Q-SITE-LTR TO LP-NUM-LTR.
           MOVE LP-SUB TO LP-NUM.
           MOVE LP-NUM-X TO DS-SITE.
           EVALUATE TRUE
               WHEN LP-CLOSED(LP-SUB)
                   MOVE 'CLOSED' TO DS-LABEL
                   MOVE CL-TO-DATE(LP-ROW(LP-SUB)) TO DS-THRU
                   MOVE CL-REASON(LP-ROW(LP-SUB)) TO DS-TEXT
                   DISPLAY D-SITE-LINE
               WHEN LP-LEASED(LP-SUB)
                   MOVE 'LEASED' TO DS-LABEL
                   MOVE LS-END-DATE(LP-ROW(LP-SUB)) TO DS-THRU
                   MOVE LS-NAME(LP-ROW(LP-SUB)) TO DS-TEXT
                   DISPLAY D-SITE-LINE
               WHEN LP-HELD(LP-SUB)
                   MOVE 'ON HOLD' TO DS-LABEL
                   MOVE HL-END-DATE(LP-ROW(LP-SUB)) TO DS-THRU
                   MOVE SPACES TO DS-TEXT
                   STRING HL-LNAME(LP-ROW(LP-SUB)) DELIMITED BY SPACE
                       ', ' DELIMITED BY SIZE
                       HL-FNAME(LP-ROW(LP-SUB)) DELIMITED BY SPACE
                       INTO DS-TEXT
                   END-STRING
                   DISPLAY D-SITE-LINE
           END-EVALUATE.

      *THE CALLER WANTS ONE OF THE OPEN SITES KEPT UNTIL THE
      *RESERVATION IS KEYED. THE SITE IS RECHECKED AGAINST THE HOLD
      *FILE FIRST IN CASE ANOTHER CLERK TOOK IT WHILE WE TALKED.
       L3-PLACE-HOLD.
           DISPLAY ' '.
           DISPLAY 'HOLD A SITE FOR THE CALLER - SITE NUMBER '
               '(BLANK FOR NO HOLD): ' WITH NO ADVANCING.
           MOVE SPACES TO Q-HOLD-IN.
           ACCEPT Q-HOLD-IN.
           IF Q-HOLD-IN = SPACES
               GO TO L3-PLACE-HOLD-X
           END-IF.
           IF Q-HOLD-2 = SPACE
               MOVE Q-HOLD-1 TO Q-HOLD-2
               MOVE '0' TO Q-HOLD-1
           END-IF.
           IF Q-HOLD-IN NOT NUMERIC
               DISPLAY 'SITE NUMBER MUST BE 01 TO 99 - NO HOLD PLACED'
               GO TO L3-PLACE-HOLD-X
           END-IF.
           IF Q-HOLD-NUM = 0
               DISPLAY 'SITE NUMBER MUST BE 01 TO 99 - NO HOLD PLACED'
               GO TO L3-PLACE-HOLD-X
           END-IF.

           MOVE 'F' TO SO-REQUEST.
           MOVE 'H' TO SO-FUNCTION.
           MOVE 'N' TO SO-SENSITIVE.
           MOVE SPACES TO SO-DETAIL.
           STRING Q-CAMPGROUND DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               Q-SITE-LTR DELIMITED BY SIZE
               Q-HOLD-IN DELIMITED BY SIZE
               INTO SO-DETAIL
           END-STRING.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF NOT SO-ALLOWED
               DISPLAY 'NO HOLD PLACED'
               GO TO L3-PLACE-HOLD-X
           END-IF.

           PERFORM L3-LOAD-HOLDS.
           PERFORM L3-BUILD-LOOP.
           IF NOT LP-OPEN(Q-HOLD-NUM)
               DISPLAY 'SITE ' Q-SITE-LTR Q-HOLD-IN
                   ' IS NOT OPEN FOR THOSE NIGHTS - NO HOLD PLACED'
               GO TO L3-PLACE-HOLD-X
           END-IF.

           DISPLAY 'CALLER LAST NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO Q-LNAME.
           ACCEPT Q-LNAME.
           DISPLAY 'CALLER FIRST NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO Q-FNAME.
           ACCEPT Q-FNAME.
           INSPECT Q-LNAME
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           INSPECT Q-FNAME
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           IF Q-LNAME = SPACES OR Q-FNAME = SPACES
               DISPLAY 'BOTH NAMES ARE NEEDED - NO HOLD PLACED'
               GO TO L3-PLACE-HOLD-X
           END-IF.

           MOVE I-DATE TO HD-HOLD-DATE.
           MOVE Q-CAMPGROUND TO HD-CAMPGROUND.
           MOVE Q-SITE-LTR TO LP-NUM-LTR.
           MOVE Q-HOLD-NUM TO LP-NUM.
           MOVE LP-NUM-X TO HD-SITE.
           MOVE Q-ARRIVE-IN TO HD-START-DATE.
           MOVE Q-DEPART-DATE TO HD-END-DATE.
           MOVE Q-LNAME TO HD-LNAME.
           MOVE Q-FNAME TO HD-FNAME.
           OPEN EXTEND SITEHOLD.
           IF HD-FILE-STATUS NOT = '00'
               OPEN OUTPUT SITEHOLD
           END-IF.
           WRITE HD-REC.
           CLOSE SITEHOLD.

           MOVE SPACES TO Q-HOLD-NAME.
           STRING Q-LNAME DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               Q-FNAME DELIMITED BY SPACE
               INTO Q-HOLD-NAME
           END-STRING.
           DISPLAY 'HOLD PLACED ON ' HD-SITE ' FOR ' Q-HOLD-NAME.
           DISPLAY '  THE RESERVATION MUST BE KEYED UNDER THE SAME '
               'NAME FOR TONIGHT''S RUN -'.
           DISPLAY '  THE HOLD LAPSES AFTER TONIGHT.'.

       L3-PLACE-HOLD-X.
           EXIT.

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
                   END-IF
           END-READ.

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
                   IF LS-COUNT < 500
                       ADD 1 TO LS-COUNT
                       MOVE LR-CAMPGROUND TO LS-CAMPGROUND(LS-COUNT)
                       MOVE LR-SITE TO LS-SITE(LS-COUNT)
                       MOVE LR-START-DATE TO LS-START-DATE(LS-COUNT)
                       MOVE LR-END-DATE TO LS-END-DATE(LS-COUNT)
                       MOVE LR-NAME TO LS-NAME(LS-COUNT)
                   END-IF
           END-READ.

       L3-LOAD-HOLDS.
           MOVE 0 TO HL-COUNT.
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
                   IF HD-HOLD-DATE NOT < I-DATE
                       IF HL-COUNT < 200
                           ADD 1 TO HL-COUNT
                           MOVE HD-HOLD-DATE TO HL-HOLD-DATE(HL-COUNT)
                           MOVE HD-CAMPGROUND TO HL-CAMPGROUND(HL-COUNT)
                           MOVE HD-SITE TO HL-SITE(HL-COUNT)
                           MOVE HD-START-DATE TO HL-START-DATE(HL-COUNT)
                           MOVE HD-END-DATE TO HL-END-DATE(HL-COUNT)
                           MOVE HD-LNAME TO HL-LNAME(HL-COUNT)
                           MOVE HD-FNAME TO HL-FNAME(HL-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO HL-DROPPED
                   END-IF
           END-READ.

      *HOLDS FROM EARLIER DAYS HAVE LAPSED - THE RUN THAT HONORED
      *THEM IS OVER - SO THEY COME OFF THE FILE AT STARTUP
       L3-PURGE-HOLDS.
           MOVE 0 TO HL-DROPPED.
           PERFORM L3-LOAD-HOLDS.
           IF HL-DROPPED > 0
               OPEN OUTPUT SITEHOLD
               PERFORM L4-SAVE-ONE-HOLD
                   VARYING HL-SUB FROM 1 BY 1
                       UNTIL HL-SUB > HL-COUNT
               CLOSE SITEHOLD
           END-IF.

       L4-SAVE-ONE-HOLD.
           MOVE HL-HOLD-DATE(HL-SUB) TO HD-HOLD-DATE.
           MOVE HL-CAMPGROUND(HL-SUB) TO HD-CAMPGROUND.
           MOVE HL-SITE(HL-SUB) TO HD-SITE.
           MOVE HL-START-DATE(HL-SUB) TO HD-START-DATE.
           MOVE HL-END-DATE(HL-SUB) TO HD-END-DATE.
           MOVE HL-LNAME(HL-SUB) TO HD-LNAME.
           MOVE HL-FNAME(HL-SUB) TO HD-FNAME.
           WRITE HD-REC.
       end program CBLCJF15.
