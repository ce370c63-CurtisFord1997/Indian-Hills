      *THIS PROGRAM REPORTS THE FURNITURE DELIVERY DAMAGE RATE BY
      *ROUTE FOR THE MONTH JUST CLOSED. IT RUNS FROM MONTHEND ON THE
      *FIRST BUSINESS DAY OF THE MONTH, AHEAD OF THAT NIGHT'S
      *CBLCJF03.
      *  - DELIVERIES PER ROUTE COME FROM THE ROUTE ROWS CBLCJF03
      *    KEEPS ON THE MONTH-TO-DATE FILE (MTDHIST.DAT);
      *  - CLAIMS COME FROM THE DAMAGE CLAIM LEDGER (FURCLAIM.DAT),
      *    COUNTED BY THE MONTH THE CLAIM WAS FILED, BROKEN OUT BY
      *    CARRIER DAMAGE, MANUFACTURER DEFECT AND CUSTOMER DAMAGE;
      *  - THE CARRIER DAMAGE RATE IS CARRIER CLAIMS PER HUNDRED
      *    DELIVERIES. A ROUTE OVER THE THRESHOLD (DMGRATE, WHOLE
      *    PERCENT, DEFAULT 2) IS FLAGGED AND THE STEP ENDS RC 4;
      *  - THE MONTH'S CLAIMS THEN TOTAL BY THE VENDOR OR CARRIER
      *    THEY WERE FILED AGAINST, WITH WHAT HAS BEEN RECOVERED ON
      *    THEM SO FAR.
      *THE RUN ONLY READS, SO IT CAN BE REPEATED SAFELY.

       identification division.
       program-id. CBLCJF22.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTDFILE
               ASSIGN TO "C:/COBOLSP20/MTDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-FILE-STATUS.
           SELECT CLMLEDG
               ASSIGN TO "C:/COBOLSP20/FURCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-FILE-STATUS.
           SELECT DMGOUT
               ASSIGN TO "C:/COBOLSP20/FURDMG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE MONTH-TO-DATE FILE CBLCJF03 CARRIES - ONLY THE 'R' ROUTE
      *ROWS ARE USED HERE
       FD MTDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MTD-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 MTD-REC.
           05 MR-YYYYMM            PIC 9(6).
           05 MR-KIND              PIC X.
               88 MR-IS-RTE                    VALUE 'R'.
           05 MR-KEY               PIC 9(5).
           05 MR-TOTAL             PIC S9(9)V99.
           05 MR-LAST-DATE         PIC 9(8).
           05 MR-LAST-DELTA        PIC S9(9)V99.

      *THE DAMAGE CLAIM LEDGER CBLCJF03 CARRIES - READ ONLY HERE
       FD CLMLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 89 CHARACTERS.

       COPY "FURCLAIM.CPY".

       FD DMGOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DMGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 DMGLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       COPY "FURROUTE.CPY".

      *THE MONTH'S DELIVERIES AND CLAIMS PER ROUTE CODE 1-5
       01 ROUTE-STATS-TABLE.
           05 RS-ENTRY OCCURS 5 TIMES.
               10 RS-DELIVERIES    PIC 9(7).
               10 RS-CARRIER-CTR   PIC 9(5).
               10 RS-MFR-CTR       PIC 9(5).
               10 RS-CUST-CTR      PIC 9(5).
               10 RS-DAMAGE-AMT    PIC 9(7)V99.

       01 ROUTE-VARS.
           05 MTD-FILE-STATUS      PIC XX.
           05 MTD-MORE-RECS        PIC XXX     VALUE 'YES'.
           05 RS-SUB               PIC 9       VALUE 0.
           05 C-ALL-CTR            PIC 9(5)    VALUE 0.
           05 C-CARRIER-PCT        PIC 9(3)V99 VALUE 0.
           05 C-ALL-PCT            PIC 9(3)V99 VALUE 0.
           05 C-FLAG-CTR           PIC 9(4)    VALUE 0.
           05 C-GT-DELIVERIES      PIC 9(7)    VALUE 0.
           05 C-GT-CARRIER         PIC 9(5)    VALUE 0.
           05 C-GT-MFR             PIC 9(5)    VALUE 0.
           05 C-GT-CUST            PIC 9(5)    VALUE 0.
           05 C-GT-DAMAGE          PIC 9(7)V99 VALUE 0.
           05 C-GT-FILED           PIC 9(7)V99 VALUE 0.

      *CARRIER DAMAGE RATE THRESHOLD, CLAIMS PER HUNDRED DELIVERIES
       01 DMGRATE-IN               PIC X(2)    VALUE SPACE.
       01 DMG-RATE-PCT             PIC 9(2)    VALUE 2.

      *FILED, RECOVERED AND OUTSTANDING PER VENDOR AND CARRIER ON
      *THE MONTH'S CLAIMS
       01 PARTY-TABLE.
           05 PTY-ENTRY OCCURS 60 TIMES.
               10 PTY-KIND         PIC X(8).
               10 PTY-NAME         PIC X(20).
               10 PTY-CLAIMS       PIC 9(4).
               10 PTY-FILED        PIC 9(7)V99.
               10 PTY-RECOVERED    PIC 9(7)V99.
               10 PTY-OPEN         PIC 9(7)V99.

       01 CLAIM-VARS.
           05 CM-FILE-STATUS       PIC XX.
           05 CM-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 PTY-CTR              PIC 99      VALUE 0.
           05 PTY-SUB              PIC 99      VALUE 0.
           05 PTY-MATCH            PIC XXX     VALUE 'NO'.
           05 C-PTY-KIND           PIC X(8)    VALUE SPACES.
           05 C-CLAIM-YYYYMM       PIC 9(6)    VALUE 0.
           05 C-CLAIM-CTR          PIC 9(5)    VALUE 0.
           05 C-PG                 PIC 99      VALUE 0.

      *THE MONTH REPORTED
       01 SETTLE-MONTH-AREA.
           05 SETL-YYYYMM.
               10 SETL-YYYY        PIC 9(4).
               10 SETL-MM          PIC 99.

      *REPORT LINES
       01 DMG-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 DMG-DATE.
               10 MM               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 DD               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 YYYY             PIC 9(4).
           05 FILLER               PIC X(40)   VALUE SPACE.
           05 FILLER               PIC X(76)
               VALUE 'FURNITURE DAMAGE RATE BY ROUTE'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 DMG-MONTH-LINE.
           05 FILLER               PIC X(13)   VALUE 'CLAIM MONTH:'.
           05 OM-SETL-MM           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 OM-SETL-YYYY         PIC 9(4).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(37)
               VALUE 'CARRIER DAMAGE RATE FLAGGED OVER'.
           05 OM-RATE-PCT          PIC Z9.
           05 FILLER               PIC X(68)
               VALUE '% OF DELIVERIES'.

       01 DMG-HEADING.
           05 FILLER               PIC X(15)   VALUE "ROUTE".
           05 FILLER               PIC X(20)   VALUE "CARRIER".
           05 FILLER               PIC X(9)    VALUE "DELIVERED".
           05 FILLER               PIC X(10)   VALUE "   CARRIER".
           05 FILLER               PIC X(10)   VALUE "       MFR".
           05 FILLER               PIC X(10)   VALUE "  CUSTOMER".
           05 FILLER               PIC X(11)   VALUE "  CARRIER %".
           05 FILLER               PIC X(11)   VALUE "   CLAIMS %".
           05 FILLER               PIC X(13)   VALUE "   DAMAGE AMT".
           05 FILLER               PIC X(23)   VALUE "   REVIEW".

       01 DMG-DETAIL-LINE.
           05 OD-ROUTE             PIC X(13).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OD-CARRIER           PIC X(20).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OD-DELIVERIES        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OD-CARRIER-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OD-MFR-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OD-CUST-CTR          PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OD-CARRIER-PCT       PIC ZZ9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OD-ALL-PCT           PIC ZZ9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OD-DAMAGE            PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OD-FLAG              PIC X(20).

       01 DMG-TOTAL-LINE.
           05 FILLER               PIC X(37)   VALUE "ALL ROUTES".
           05 OT-DELIVERIES        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OT-CARRIER-CTR       PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OT-MFR-CTR           PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OT-CUST-CTR          PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OT-CARRIER-PCT       PIC ZZ9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OT-ALL-PCT           PIC ZZ9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OT-DAMAGE            PIC $$$,$$9.99.
           05 FILLER               PIC X(23)   VALUE SPACES.

       01 PARTY-TITLE.
           05 FILLER               PIC X(132)
               VALUE "FILED AND RECOVERED BY VENDOR AND CARRIER - CLAIMS
      -            " FILED IN THE MONTH".

       01 PARTY-HEADING.
           05 FILLER               PIC X(10)   VALUE "AGAINST".
           05 FILLER               PIC X(22)   VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE "  CLAIMS".
           05 FILLER               PIC X(16)   VALUE "   AMT FILED".
           05 FILLER               PIC X(16)   VALUE "   RECOVERED".
           05 FILLER               PIC X(58)   VALUE " OUTSTANDING".

       01 PARTY-DETAIL-LINE.
           05 OP-KIND              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OP-NAME              PIC X(20).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-CLAIMS            PIC Z,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-FILED             PIC $,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-RECOVERED         PIC $,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-OPEN              PIC $,$$$,$$9.99.
           05 FILLER               PIC X(45)   VALUE SPACES.

       01 DMG-GT-LINE.
           05 FILLER               PIC X(8)    VALUE 'CLAIMS:'.
           05 GT-CLAIM-CTR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  ROUTES FLAGGED:'.
           05 GT-FLAG-CTR          PIC Z9.
           05 FILLER               PIC X(16)
               VALUE '  TOTAL FILED:'.
           05 GT-FILED             PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(69)   VALUE SPACES.

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
           PERFORM L2-ROUTE-REPORT.
           PERFORM L2-PARTY-REPORT.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR MONTHEND: 0 CLEAN, 4 WHEN A ROUTE IS OVER THE
      *DAMAGE RATE THRESHOLD
           IF C-FLAG-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT DMGOUT.
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
           MOVE I-YYYY TO YYYY OF DMG-DATE.
           MOVE I-MM TO MM OF DMG-DATE.
           MOVE I-DD TO DD OF DMG-DATE.

      *CARRIER DAMAGE RATE THRESHOLD, WHOLE PERCENT OF DELIVERIES
           DISPLAY 'DMGRATE' UPON ENVIRONMENT-NAME.
           ACCEPT DMGRATE-IN FROM ENVIRONMENT-VALUE.
           IF DMGRATE-IN NOT = SPACES AND DMGRATE-IN NUMERIC
               MOVE DMGRATE-IN TO DMG-RATE-PCT
           END-IF.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF22" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

      *THE MONTH REPORTED IS THE ONE BEFORE THE BUSINESS DATE'S
           IF I-MM = 1
               COMPUTE SETL-YYYY = I-YYYY - 1
               MOVE 12 TO SETL-MM
           ELSE
               MOVE I-YYYY TO SETL-YYYY
               COMPUTE SETL-MM = I-MM - 1
           END-IF.
           MOVE SETL-MM TO OM-SETL-MM.
           MOVE SETL-YYYY TO OM-SETL-YYYY.
           MOVE DMG-RATE-PCT TO OM-RATE-PCT.

           INITIALIZE ROUTE-STATS-TABLE.
           PERFORM L3-DELIVERY-LOAD.
           PERFORM L3-CLAIM-LOAD.

      *THE MONTH'S ROW FOR EACH ROUTE IS STILL THE CURRENT MONTH ON
      *THE FILE IF CBLCJF03 HAS NOT RUN SINCE IT CLOSED, OR HISTORY
      *ONCE IT HAS - EITHER WAY IT CARRIES THE MONTH'S YEAR-MONTH
       L3-DELIVERY-LOAD.
           OPEN INPUT MTDFILE.
           IF MTD-FILE-STATUS = "00"
               PERFORM UNTIL MTD-MORE-RECS = 'NO'
                   READ MTDFILE
                       AT END
                           MOVE 'NO' TO MTD-MORE-RECS
                       NOT AT END
                           IF MR-YYYYMM = SETL-YYYYMM AND MR-IS-RTE
                               AND MR-KEY > 0 AND MR-KEY < 6
                               MOVE MR-TOTAL
                                   TO RS-DELIVERIES(MR-KEY)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'MTDHIST.DAT NOT FOUND -- NO DELIVERY COUNTS'
           END-IF.
           CLOSE MTDFILE.

       L3-CLAIM-LOAD.
           OPEN INPUT CLMLEDG.
           IF CM-FILE-STATUS = "00"
               PERFORM UNTIL CM-MORE-RECS = 'NO'
                   READ CLMLEDG
                       AT END
                           MOVE 'NO' TO CM-MORE-RECS
                       NOT AT END
                           IF CM-CLAIM-DATE NUMERIC
                               COMPUTE C-CLAIM-YYYYMM =
                                   CM-CLAIM-DATE / 100
                               IF C-CLAIM-YYYYMM = SETL-YYYYMM
                                   PERFORM L4-COUNT-ONE-CLAIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLMLEDG.

       L4-COUNT-ONE-CLAIM.
           ADD 1 TO C-CLAIM-CTR.
           ADD CM-FILED TO C-GT-FILED.
           IF CM-ROUTE-CODE > 0 AND CM-ROUTE-CODE < 6
               MOVE CM-ROUTE-CODE TO RS-SUB
               EVALUATE TRUE
                   WHEN CM-CARRIER-DAMAGE
                       ADD 1 TO RS-CARRIER-CTR(RS-SUB)
                   WHEN CM-MFR-DEFECT
                       ADD 1 TO RS-MFR-CTR(RS-SUB)
                   WHEN OTHER
                       ADD 1 TO RS-CUST-CTR(RS-SUB)
               END-EVALUATE
               ADD CM-DAMAGE-AMT TO RS-DAMAGE-AMT(RS-SUB)
           END-IF.
           IF NOT CM-CUSTOMER-DAMAGE
               PERFORM L4-PARTY-ACCUM
           END-IF.

       L4-PARTY-ACCUM.
           IF CM-MFR-DEFECT
               MOVE 'VENDOR' TO C-PTY-KIND
           ELSE
               MOVE 'CARRIER' TO C-PTY-KIND
           END-IF.
           MOVE 'NO' TO PTY-MATCH.
           PERFORM VARYING PTY-SUB FROM 1 BY 1
               UNTIL PTY-SUB > PTY-CTR OR PTY-MATCH = 'YES'
                   IF PTY-KIND(PTY-SUB) = C-PTY-KIND
                       AND PTY-NAME(PTY-SUB) = CM-PARTY-NAME
                       MOVE 'YES' TO PTY-MATCH
                   END-IF
           END-PERFORM.
           IF PTY-MATCH = 'YES'
               SUBTRACT 1 FROM PTY-SUB
           ELSE
               IF PTY-CTR < 60
                   ADD 1 TO PTY-CTR
                   MOVE PTY-CTR TO PTY-SUB
                   MOVE C-PTY-KIND TO PTY-KIND(PTY-SUB)
                   MOVE CM-PARTY-NAME TO PTY-NAME(PTY-SUB)
                   MOVE 0 TO PTY-CLAIMS(PTY-SUB)
                   MOVE 0 TO PTY-FILED(PTY-SUB)
                   MOVE 0 TO PTY-RECOVERED(PTY-SUB)
                   MOVE 0 TO PTY-OPEN(PTY-SUB)
                   MOVE 'YES' TO PTY-MATCH
               END-IF
           END-IF.
           IF PTY-MATCH = 'YES'
               ADD 1 TO PTY-CLAIMS(PTY-SUB)
               ADD CM-FILED TO PTY-FILED(PTY-SUB)
               ADD CM-RECOVERED TO PTY-RECOVERED(PTY-SUB)
               IF CM-OPEN
                   COMPUTE PTY-OPEN(PTY-SUB) = PTY-OPEN(PTY-SUB)
                       + CM-FILED - CM-RECOVERED
               END-IF
           END-IF.

      *ONE LINE PER ROUTE. A ROUTE WITH CLAIMS BUT NO DELIVERIES ON
      *FILE HAS NO RATE TO SHOW AND IS MARKED FOR THE OFFICE
       L2-ROUTE-REPORT.
           PERFORM L3-DMG-HEADINGS.
           WRITE DMGLINE FROM DMG-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE DMGLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > 5
                   PERFORM L3-ROUTE-LINE
           END-PERFORM.

           MOVE C-GT-DELIVERIES TO OT-DELIVERIES.
           MOVE C-GT-CARRIER TO OT-CARRIER-CTR.
           MOVE C-GT-MFR TO OT-MFR-CTR.
           MOVE C-GT-CUST TO OT-CUST-CTR.
           COMPUTE C-ALL-CTR = C-GT-CARRIER + C-GT-MFR + C-GT-CUST.
           MOVE 0 TO C-CARRIER-PCT.
           MOVE 0 TO C-ALL-PCT.
           IF C-GT-DELIVERIES > 0
               COMPUTE C-CARRIER-PCT ROUNDED =
                   (C-GT-CARRIER * 100) / C-GT-DELIVERIES
               COMPUTE C-ALL-PCT ROUNDED =
                   (C-ALL-CTR * 100) / C-GT-DELIVERIES
           END-IF.
           MOVE C-CARRIER-PCT TO OT-CARRIER-PCT.
           MOVE C-ALL-PCT TO OT-ALL-PCT.
           MOVE C-GT-DAMAGE TO OT-DAMAGE.
           WRITE DMGLINE FROM DMG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L3-ROUTE-LINE.
           COMPUTE C-ALL-CTR = RS-CARRIER-CTR(RS-SUB)
               + RS-MFR-CTR(RS-SUB) + RS-CUST-CTR(RS-SUB).
           MOVE 0 TO C-CARRIER-PCT.
           MOVE 0 TO C-ALL-PCT.
           MOVE SPACES TO OD-FLAG.
           IF RS-DELIVERIES(RS-SUB) > 0
               COMPUTE C-CARRIER-PCT ROUNDED =
                   (RS-CARRIER-CTR(RS-SUB) * 100)
                       / RS-DELIVERIES(RS-SUB)
               COMPUTE C-ALL-PCT ROUNDED =
                   (C-ALL-CTR * 100) / RS-DELIVERIES(RS-SUB)
               IF C-CARRIER-PCT > DMG-RATE-PCT
                   MOVE "** OVER THRESHOLD" TO OD-FLAG
                   ADD 1 TO C-FLAG-CTR
               END-IF
           ELSE
               IF C-ALL-CTR > 0
                   MOVE "NO DELIVERIES" TO OD-FLAG
                   ADD 1 TO C-FLAG-CTR
               END-IF
           END-IF.
           MOVE RTE-NAME-TXT(RS-SUB) TO OD-ROUTE.
           MOVE RTE-CARRIER(RS-SUB) TO OD-CARRIER.
           MOVE RS-DELIVERIES(RS-SUB) TO OD-DELIVERIES.
           MOVE RS-CARRIER-CTR(RS-SUB) TO OD-CARRIER-CTR.
           MOVE RS-MFR-CTR(RS-SUB) TO OD-MFR-CTR.
           MOVE RS-CUST-CTR(RS-SUB) TO OD-CUST-CTR.
           MOVE C-CARRIER-PCT TO OD-CARRIER-PCT.
           MOVE C-ALL-PCT TO OD-ALL-PCT.
           MOVE RS-DAMAGE-AMT(RS-SUB) TO OD-DAMAGE.
           WRITE DMGLINE FROM DMG-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD RS-DELIVERIES(RS-SUB) TO C-GT-DELIVERIES.
           ADD RS-CARRIER-CTR(RS-SUB) TO C-GT-CARRIER.
           ADD RS-MFR-CTR(RS-SUB) TO C-GT-MFR.
           ADD RS-CUST-CTR(RS-SUB) TO C-GT-CUST.
           ADD RS-DAMAGE-AMT(RS-SUB) TO C-GT-DAMAGE.

       L2-PARTY-REPORT.
           WRITE DMGLINE FROM PARTY-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE DMGLINE FROM PARTY-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE DMGLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING PTY-SUB FROM 1 BY 1
               UNTIL PTY-SUB > PTY-CTR
                   PERFORM L3-PARTY-LINE
           END-PERFORM.

           MOVE C-CLAIM-CTR TO GT-CLAIM-CTR.
           MOVE C-FLAG-CTR TO GT-FLAG-CTR.
           MOVE C-GT-FILED TO GT-FILED.
           WRITE DMGLINE FROM DMG-GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-CLAIM-CTR TO TR-REC-COUNT.
           MOVE C-GT-FILED TO TR-HASH-TOTAL.
           WRITE DMGLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

       L3-PARTY-LINE.
           MOVE PTY-KIND(PTY-SUB) TO OP-KIND.
           MOVE PTY-NAME(PTY-SUB) TO OP-NAME.
           MOVE PTY-CLAIMS(PTY-SUB) TO OP-CLAIMS.
           MOVE PTY-FILED(PTY-SUB) TO OP-FILED.
           MOVE PTY-RECOVERED(PTY-SUB) TO OP-RECOVERED.
           MOVE PTY-OPEN(PTY-SUB) TO OP-OPEN.
           WRITE DMGLINE FROM PARTY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-PARTY-HEADINGS.

       L3-DMG-HEADINGS.
           ADD 1 TO C-PG.
           MOVE C-PG TO PG.
           WRITE DMGLINE FROM DMG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE DMGLINE FROM DMG-MONTH-LINE
               AFTER ADVANCING 1 LINE.

       L3-PARTY-HEADINGS.
           PERFORM L3-DMG-HEADINGS.
           WRITE DMGLINE FROM PARTY-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE DMGLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           MOVE "END  " TO AUD-EVENT.
           MOVE C-CLAIM-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.
           CLOSE DMGOUT.

       end program CBLCJF22.
