      *SITES IN EACH LOOP WITH NO BOOKINGS AT ALL - THE FIGURES THE
      *PARK MANAGER NEEDS TO DECIDE WHETHER TO CONVERT MORE TENT
      *SITES TO RV PADS. CANCELLED LEDGER ROWS ARE SKIPPED.
      *UTILIZATION IS BOOKED SITE-NIGHTS OVER AVAILABLE SITE-NIGHTS:
      *EVERY SITE THE LEDGER OR THE CLOSURE FILE KNOWS OF, TIMES THE
      *NIGHTS FROM THE FIRST ARRIVAL TO THE LAST DEPARTURE ON THE
      *LEDGER, LESS THE NIGHTS SITECLOS.DAT HAS A SITE OUT OF SERVICE.
      ******************************************************************

       environment division.
               ASSIGN TO "C:/COBOLSP20/SITEOCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCC-FILE-STATUS.
           SELECT SITECLOS
               ASSIGN TO "C:/COBOLSP20/SITECLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/SITEUTIL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD SITECLOS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 74 CHARACTERS.
       01 CL-REC.
           05 CL-R-CAMPGROUND      PIC X(25).
           05 CL-R-SITE.
               10 CL-R-SITE-LTR    PIC X.
               10 CL-R-SITE-NUM    PIC 99.
           05 CL-R-FROM-DATE.
               10 CL-R-FROM-YYYY       PIC 9(4).
               10 CL-R-FROM-MM         PIC 99.
               10 CL-R-FROM-DD         PIC 99.
           05 CL-R-TO-DATE.
               10 CL-R-TO-YYYY         PIC 9(4).
               10 CL-R-TO-MM           PIC 99.
               10 CL-R-TO-DD           PIC 99.
           05 CL-R-REASON          PIC X(30).

       FD PRTOUT
           LABEL RECORD IS STANDARD

       01 EOF                      PIC X       VALUE 'F'.
       01 OCC-FILE-STATUS          PIC XX.
       01 CL-FILE-STATUS           PIC XX.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

           05 LHL-REVENUE      PIC $$$$,$$$.99.
           05 FILLER           PIC X(69)   VALUE SPACE.

       01 LOOP-UTIL-LINE.
           05 FILLER           PIC X(10)   VALUE SPACE.
           05 FILLER           PIC X(7)    VALUE "SITES:".
           05 LUL-SITES        PIC ZZ9.
           05 FILLER           PIC X(13)   VALUE "   AVAILABLE:".
           05 LUL-AVAIL        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(10)   VALUE "   CLOSED:".
           05 LUL-CLOSED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(15)   VALUE "   UTILIZATION:".
           05 LUL-PCT          PIC ZZ9.9.
           05 FILLER           PIC X       VALUE "%".
           05 FILLER           PIC X(55)   VALUE SPACE.

       01 MONTH-DETAIL-LINE.
           05 FILLER           PIC X(10)   VALUE SPACE.
           05 MDL-MONTH        PIC Z9.
               10 UT-TOT-NIGHTS    PIC 9(6)    VALUE ZERO.
               10 UT-SITE-BOOKED   PIC X       OCCURS 99 VALUE 'N'.

      *EVERY CAMPGROUND/SITE ON THE LEDGER OR THE CLOSURE FILE -
      *THE SITE INVENTORY THE AVAILABLE SITE-NIGHTS ARE FIGURED ON
       01 KNOWN-SITE-AREA.
           05 KS-ENTRY OCCURS 1200 TIMES.
               10 KS-CAMPGROUND    PIC X(25).
               10 KS-SITE          PIC XXX.

      *CLOSURES HELD UNTIL THE LEDGER SPAN IS KNOWN
       01 CLOSURE-TABLE-AREA.
           05 CT-ENTRY OCCURS 200 TIMES.
               10 CT-SITE-LTR      PIC X.
               10 CT-FROM-DAYS     PIC 9(7).
               10 CT-TO-DAYS       PIC 9(7).

       01 CAPACITY-VARS.
           05 KS-CTR               PIC 9(4)    VALUE 0.
           05 KS-SUB               PIC 9(4)    VALUE 0.
           05 KS-FOUND             PIC X       VALUE 'N'.
           05 CT-CTR               PIC 9(3)    VALUE 0.
           05 CT-SUB               PIC 9(3)    VALUE 0.
           05 SPAN-FIRST-DAYS      PIC 9(7)    VALUE 9999999.
           05 SPAN-LAST-DAYS       PIC 9(7)    VALUE 0.
           05 SPAN-NIGHTS          PIC 9(5)    VALUE 0.
           05 C-CLIP-FROM          PIC 9(7)    VALUE 0.
           05 C-CLIP-TO            PIC 9(7)    VALUE 0.
           05 C-CLOSED-NIGHTS      PIC S9(7)   VALUE 0.
           05 UC-LOOP OCCURS 4 TIMES.
               10 UC-SITES         PIC 9(4)    VALUE ZERO.
               10 UC-CLOSED        PIC 9(7)    VALUE ZERO.
               10 UC-AVAIL         PIC S9(9)   VALUE ZERO.
           05 C-UTIL-PCT           PIC 999V9   VALUE 0.

       01 UTIL-VARS.
           05 LOOP-SUB             PIC 9       VALUE 0.
           05 MM-SUB               PIC 99      VALUE 0.
      *CANCELLED WHEN A 'C' ROW COMES THROUGH - THE SAME MATCH THE
      *RESERVATION PROGRAM USES WHEN IT LOADS THIS FILE
       L2-MAINLINE.
           MOVE OCC-R-CAMPGROUND TO CL-R-CAMPGROUND.
           MOVE OCC-R-SITE TO CL-R-SITE.
           PERFORM L3-NOTE-SITE.
           IF OCC-R-ACTIVE
               IF LT-CTR < 2000
                   ADD 1 TO LT-CTR
           IF C-NIGHTS < 0
               MOVE 0 TO C-NIGHTS
           END-IF.
           IF C-START-DAYS < SPAN-FIRST-DAYS
               MOVE C-START-DAYS TO SPAN-FIRST-DAYS
           END-IF.
           IF C-END-DAYS > SPAN-LAST-DAYS
               MOVE C-END-DAYS TO SPAN-LAST-DAYS
           END-IF.

           IF OCC-R-START-MM > 0 AND OCC-R-START-MM < 13
               ADD C-NIGHTS
                   END-IF
           END-PERFORM.

           PERFORM L3-LOAD-CLOSURES.
           PERFORM L3-CAPACITY.

           PERFORM L3-HEADINGS.
           PERFORM L3-LOOP-SECTION
               VARYING LOOP-SUB FROM 1 BY 1
           WRITE PRTLINE FROM LOOP-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO C-UTIL-PCT.
           IF UC-AVAIL(LOOP-SUB) > 0
               COMPUTE C-UTIL-PCT ROUNDED =
                   UT-TOT-NIGHTS(LOOP-SUB) * 100 / UC-AVAIL(LOOP-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO C-UTIL-PCT
               END-COMPUTE
           END-IF.
           MOVE UC-SITES(LOOP-SUB) TO LUL-SITES.
           MOVE UC-AVAIL(LOOP-SUB) TO LUL-AVAIL.
           MOVE UC-CLOSED(LOOP-SUB) TO LUL-CLOSED.
           MOVE C-UTIL-PCT TO LUL-PCT.
           WRITE PRTLINE FROM LOOP-UTIL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING MM-SUB FROM 1 BY 1
               UNTIL MM-SUB > 12
                   IF UT-MONTH-NIGHTS(LOOP-SUB, MM-SUB) > 0
           WRITE PRTLINE FROM UNBOOKED-LINE
               AFTER ADVANCING 1 LINE.

      *ADD THE CAMPGROUND/SITE IN CL-R-CAMPGROUND/CL-R-SITE TO THE
      *SITE INVENTORY IF IT IS NOT THERE ALREADY
       L3-NOTE-SITE.
           MOVE 'N' TO KS-FOUND.
           PERFORM VARYING KS-SUB FROM 1 BY 1
               UNTIL KS-SUB > KS-CTR OR KS-FOUND = 'Y'
                   IF KS-CAMPGROUND(KS-SUB) = CL-R-CAMPGROUND
                       AND KS-SITE(KS-SUB) = CL-R-SITE
                       MOVE 'Y' TO KS-FOUND
                   END-IF
           END-PERFORM.
           IF KS-FOUND = 'N' AND KS-CTR < 1200
               ADD 1 TO KS-CTR
               MOVE CL-R-CAMPGROUND TO KS-CAMPGROUND(KS-CTR)
               MOVE CL-R-SITE TO KS-SITE(KS-CTR)
           END-IF.

      *CLOSED SITES JOIN THE INVENTORY TOO, AND EACH CLOSURE IS HELD
      *AS A DAY RANGE ON THE SAME 360-DAY SCALE AS THE LEDGER NIGHTS
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
                   PERFORM L3-NOTE-SITE
                   IF CT-CTR < 200
                       ADD 1 TO CT-CTR
                       MOVE CL-R-SITE-LTR TO CT-SITE-LTR(CT-CTR)
                       COMPUTE CT-FROM-DAYS(CT-CTR) =
                           (CL-R-FROM-YYYY * 360)
                           + (CL-R-FROM-MM * 30) + CL-R-FROM-DD
                       COMPUTE CT-TO-DAYS(CT-CTR) =
                           (CL-R-TO-YYYY * 360)
                           + (CL-R-TO-MM * 30) + CL-R-TO-DD
                   END-IF
           END-READ.

      *AVAILABLE SITE-NIGHTS PER LOOP: THE LOOP'S SITES TIMES THE
      *LEDGER SPAN, LESS EACH CLOSURE'S NIGHTS INSIDE THAT SPAN (THE
      *CLOSED DATE UP TO THE REOPEN DATE - THE SITE CAN BE SOLD
      *AGAIN THE NIGHT IT REOPENS, SO THAT NIGHT IS NOT TAKEN OFF)
       L3-CAPACITY.
           IF SPAN-LAST-DAYS > SPAN-FIRST-DAYS
               COMPUTE SPAN-NIGHTS = SPAN-LAST-DAYS - SPAN-FIRST-DAYS
           END-IF.

           PERFORM VARYING KS-SUB FROM 1 BY 1
               UNTIL KS-SUB > KS-CTR
                   MOVE KS-SITE(KS-SUB) TO OCC-R-SITE
                   PERFORM L4-LOOP-OF-SITE
                   IF LOOP-SUB > 0
                       ADD 1 TO UC-SITES(LOOP-SUB)
                   END-IF
           END-PERFORM.

           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-CTR
                   MOVE CT-SITE-LTR(CT-SUB) TO OCC-R-SITE-LTR
                   PERFORM L4-LOOP-OF-SITE
                   MOVE CT-FROM-DAYS(CT-SUB) TO C-CLIP-FROM
                   IF C-CLIP-FROM < SPAN-FIRST-DAYS
                       MOVE SPAN-FIRST-DAYS TO C-CLIP-FROM
                   END-IF
                   MOVE CT-TO-DAYS(CT-SUB) TO C-CLIP-TO
                   IF C-CLIP-TO > SPAN-LAST-DAYS
                       MOVE SPAN-LAST-DAYS TO C-CLIP-TO
                   END-IF
                   COMPUTE C-CLOSED-NIGHTS = C-CLIP-TO - C-CLIP-FROM
                   IF LOOP-SUB > 0 AND C-CLOSED-NIGHTS > 0
                       ADD C-CLOSED-NIGHTS TO UC-CLOSED(LOOP-SUB)
                   END-IF
           END-PERFORM.

           PERFORM VARYING LOOP-SUB FROM 1 BY 1
               UNTIL LOOP-SUB > 4
                   COMPUTE UC-AVAIL(LOOP-SUB) =
                       (UC-SITES(LOOP-SUB) * SPAN-NIGHTS)
                       - UC-CLOSED(LOOP-SUB)
                   IF UC-AVAIL(LOOP-SUB) < 0
                       MOVE 0 TO UC-AVAIL(LOOP-SUB)
                   END-IF
           END-PERFORM.

       L4-LOOP-OF-SITE.
           MOVE 0 TO LOOP-SUB.
           EVALUATE OCC-R-SITE-LTR
               WHEN 'A'
                   MOVE 1 TO LOOP-SUB
               WHEN 'B'
                   MOVE 2 TO LOOP-SUB
               WHEN 'C'
                   MOVE 3 TO LOOP-SUB
               WHEN 'D'
                   MOVE 4 TO LOOP-SUB
           END-EVALUATE.

       L3-READ.
           READ SITEOCC
               AT END
