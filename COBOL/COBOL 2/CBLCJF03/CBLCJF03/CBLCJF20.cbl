      *THIS PROGRAM CONVERTS THE FURNITURE STORE'S FILES FROM THE OLD
      *FIXED SLOTS TO THE KEYED LAYOUTS CBLCJF03 NOW READS. RUN ONCE
      *(JCL/FURCONV.JCL) AFTER THE LAST NIGHTRUN ON THE OLD CBLCJF03
      *AND BEFORE THE FIRST ONE ON THE NEW.
      *  - SALESPERSON SLOTS 1-15 BECOME EMPLOYEE NUMBERS THROUGH THE
      *    OFFICE'S CROSSWALK (FURSLMXW.DAT: SLOT, EMPLOYEE NUMBER,
      *    NAME, HOME STORE, HIRE DATE), WHICH ALSO BUILDS THE NEW
      *    SALESPERSON MASTER (FURSLM.DAT). A SLOT IN USE WITH NO
      *    CROSSWALK ROW IS CARRIED AS EMPLOYEE NUMBER = SLOT, UNDER
      *    THE NAME LAST KEYED ON THE SALES FEED, AND PRINTS FOR
      *    REVIEW;
      *  - THE FIVE STORES GO ONTO THE NEW STORE MASTER (FURSTORE.DAT)
      *    UNDER THEIR OLD NUMBERS;
      *  - FURNITURE CODES 1-9 BECOME 001-009 ON FURNCODE.DAT, THE
      *    STOCK FILE, THE MONTH-TO-DATE FILE, THE LAYAWAY LEDGER AND
      *    THE SALES FEED;
      *  - THE ONE-ROW STOCK FILE BECOMES ONE ROW PER CODE, ALL AT
      *    STORE 01 - THE STORES RECOUNT AND KEY RECEIPTS/TRANSFERS TO
      *    SPREAD IT;
      *  - THE ONE-ROW MONTH-TO-DATE FILE BECOMES ONE ROW PER
      *    SALESPERSON AND CODE UNDER ITS YEAR-MONTH;
      *  - THE COMMISSION LEDGER, QUOTAS, ATTAINMENT FLAGS AND LAYAWAY
      *    LEDGER ARE RE-KEYED BY EMPLOYEE NUMBER; A LAYAWAY PLAN IS
      *    CHARGED TO ITS SALESPERSON'S HOME STORE;
      *  - A SALES FEED NOT YET POSTED (FURN.DAT) GETS THE NEW LAYOUT,
      *    ITS SIX-DIGIT MMDDYY SALES DATE WIDENED TO CCYYMMDD.
      *EACH FILE IS CHECKED FOR THE NEW LAYOUT FIRST AND LEFT ALONE IF
      *IT ALREADY HAS IT, AND THE TWO MASTERS ARE ONLY WRITTEN WHEN
      *NOT ALREADY ON FILE, SO THE RUN CAN BE REPEATED SAFELY.

       identification division.
       program-id. CBLCJF20.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLMXWALK
               ASSIGN TO "C:/COBOLSP20/FURSLMXW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XW-FILE-STATUS.
           SELECT FURSLM
               ASSIGN TO "C:/COBOLSP20/FURSLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FILE-STATUS.
           SELECT FURSTORE
               ASSIGN TO "C:/COBOLSP20/FURSTORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FR-FILE-STATUS.
           SELECT INPT
               ASSIGN TO "C:/COBOLSP20/FURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT FURNCODE
               ASSIGN TO "C:/COBOLSP20/FURNCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.
           SELECT FURSTOCK
               ASSIGN TO "C:/COBOLSP20/FURSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILE-STATUS.
           SELECT MTDFILE
               ASSIGN TO "C:/COBOLSP20/MTDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-FILE-STATUS.
           SELECT COMMLEDG
               ASSIGN TO "C:/COBOLSP20/COMMLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT FURQUOTA
               ASSIGN TO "C:/COBOLSP20/FURQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QT-FILE-STATUS.
           SELECT FURATTN
               ASSIGN TO "C:/COBOLSP20/FURATTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT LAYLEDG
               ASSIGN TO "C:/COBOLSP20/FURLAYWY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/FURCONV.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE OFFICE'S SLOT-TO-EMPLOYEE CROSSWALK, ONE ROW PER SLOT
       FD SLMXWALK
           LABEL RECORD IS STANDARD
           DATA RECORD IS XW-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 XW-REC.
           05 XW-SLM-NUM           PIC 99.
           05 XW-EMP-NO            PIC 9(5).
           05 XW-NAME              PIC X(25).
           05 XW-HOME-STORE        PIC 99.
           05 XW-HIRE-DATE         PIC 9(8).

       FD FURSLM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FM-REC
           RECORD CONTAINS 41 CHARACTERS.

       COPY "FURSLM.CPY".

       FD FURSTORE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FR-REC
           RECORD CONTAINS 22 CHARACTERS.

       COPY "FURSTORE.CPY".

      *EACH FILE BELOW IS DESCRIBED IN ITS OLD LAYOUT, WITH A FLAT
      *VIEW AS WIDE AS THE LONGER OF THE TWO FOR THE LAYOUT CHECK AND
      *A NEW-LAYOUT RECORD THE CONVERTED ROWS ARE WRITTEN FROM
       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE STO-REC ST-ANY STN-OUT.

       01 STO-REC.
           05 STO-SLM-NUM          PIC 99.
           05 STO-DAY              PIC 9.
           05 STO-AMOUNT           PIC S9(5)V99.
           05 STO-FUR-CODE         PIC 9.
           05 STO-SALES-DATE.
               10 STO-SD-MM        PIC 99.
               10 STO-SD-DD        PIC 99.
               10 STO-SD-YY        PIC 99.
           05 STO-SLM-NAME         PIC X(25).
           05 STO-TRAN-TYPE        PIC X.
               88 STO-IS-TRANSFER              VALUE 'T'.
           05 STO-STORE-NUM        PIC 9.
           05 STO-SCHED-TYPE       PIC X.
           05 STO-ROUTE-CODE       PIC 9.
           05 STO-ACCT-NO          PIC 9(6).

       01 ST-ANY                   PIC X(52).
       01 STN-OUT                  PIC X(38).

       FD FURNCODE
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE FC-ANY FCN-OUT.

       01 FC-ANY.
           05 FCO-CODE             PIC 9.
           05 FC-TAIL              PIC XX.
       01 FCN-OUT                  PIC X(3).

       FD FURSTOCK
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE FSO-REC FSN-OUT.

       01 FSO-REC.
           05 FSO-QTY              PIC 9(6)    OCCURS 9.
       01 FSN-OUT                  PIC X(17).

       FD MTDFILE
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE MRO-REC MRN-OUT.

       01 MRO-REC.
           05 MRO-MONTH            PIC 99.
           05 MRO-SLM-TOTALS       PIC S9(9)V99  OCCURS 15.
           05 MRO-FUR-TOTALS       PIC S9(9)V99  OCCURS 9.
           05 MRO-LAST-DATE        PIC 9(8).
           05 MRO-LAST-SLM-DELTA   PIC S9(9)V99  OCCURS 15.
           05 MRO-LAST-FUR-DELTA   PIC S9(9)V99  OCCURS 9.
       01 MRN-OUT                  PIC X(42).

       FD COMMLEDG
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE CLO-REC CL-ANY CLN-OUT.

       01 CLO-REC.
           05 CLO-SLM-NUM          PIC 99.
           05 CLO-PAID-TO-DATE     PIC S9(9)V99.
           05 CLO-CLAWED-TO-DATE   PIC 9(9)V99.
           05 CLO-REST             PIC X(26).
       01 CL-ANY                   PIC X(53).
       01 CLN-OUT                  PIC X(53).

       FD FURQUOTA
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE QTO-REC QT-ANY QTN-OUT.

       01 QTO-REC.
           05 QTO-SLM-NUM          PIC 99.
           05 QTO-REST             PIC X(19).
       01 QT-ANY                   PIC X(24).
       01 QTN-OUT                  PIC X(24).

       FD FURATTN
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE ATO-REC ATN-OUT.

       01 ATO-REC.
           05 ATO-UNDER-FLAG       PIC X       OCCURS 15.
       01 ATN-OUT                  PIC X(6).

       FD LAYLEDG
           LABEL RECORD IS STANDARD
           DATA RECORDS ARE LWO-REC LW-ANY LWN-OUT.

       01 LWO-REC.
           05 LWO-NO               PIC 9(4).
           05 LWO-SLM-NUM          PIC 99.
           05 LWO-FUR-CODE         PIC 9.
           05 LWO-REST             PIC X(37).
       01 LW-ANY                   PIC X(51).
       01 LWN-OUT                  PIC X(51).

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

      *THE CROSSWALK BY OLD SLOT, WITH WHETHER EACH SLOT TURNED UP ON
      *ANY OF THE OLD FILES
       01 CROSSWALK-TABLE.
           05 XWT-ENTRY OCCURS 15 TIMES.
               10 XWT-EMP-NO       PIC 9(5).
               10 XWT-NAME         PIC X(25).
               10 XWT-HOME-STORE   PIC 99.
               10 XWT-HIRE-DATE    PIC 9(8).
               10 XWT-KEYED        PIC X.
               10 XWT-USED         PIC X.

      *THE CONVERTED ROWS OF THE FILE IN HAND, HELD UNTIL THE WHOLE
      *FILE HAS READ CLEAN AND THEN WRITTEN BACK OVER IT
       01 CONVERT-TABLE.
           05 CNV-ROW              PIC X(60)   OCCURS 5000.

       01 CONVERT-VARS.
           05 CNV-CTR              PIC 9(4)    VALUE 0.
           05 CNV-SUB              PIC 9(4)    VALUE 0.
           05 CNV-FULL             PIC XXX     VALUE 'NO'.
           05 CNV-WORK             PIC X(60)   VALUE SPACES.
           05 MORE-RECS            PIC XXX     VALUE 'YES'.
           05 OLD-LAYOUT           PIC XXX     VALUE 'NO'.
           05 C-IN-CTR             PIC 9(5)    VALUE 0.
           05 C-TOTAL-IN           PIC 9(6)    VALUE 0.
           05 C-REVIEW-CTR         PIC 9(4)    VALUE 0.
           05 C-OLD-SLM            PIC 99      VALUE 0.
           05 C-NEW-EMP            PIC 9(5)    VALUE 0.
           05 C-HOME-STORE         PIC 99      VALUE 0.
           05 SINDX                PIC 99      VALUE 0.
           05 C-MTD-YYYYMM         PIC 9(6)    VALUE 0.
           05 C-MTD-YYYY           PIC 9(4)    VALUE 0.
           05 MASTER-ON-FILE       PIC XXX     VALUE 'NO'.

       01 FILE-STATUS-AREA.
           05 XW-FILE-STATUS       PIC XX.
           05 FM-FILE-STATUS       PIC XX.
           05 FR-FILE-STATUS       PIC XX.
           05 ST-FILE-STATUS       PIC XX.
           05 FC-FILE-STATUS       PIC XX.
           05 FS-FILE-STATUS       PIC XX.
           05 MTD-FILE-STATUS      PIC XX.
           05 CL-FILE-STATUS       PIC XX.
           05 QT-FILE-STATUS       PIC XX.
           05 AT-FILE-STATUS       PIC XX.
           05 LW-FILE-STATUS       PIC XX.

      *NEW-LAYOUT ROWS, BUILT HERE AND FILED IN CONVERT-TABLE
       01 NEW-ST-REC.
           05 STN-EMP-NO           PIC 9(5).
           05 STN-DAY              PIC 9.
           05 STN-AMOUNT           PIC S9(5)V99.
           05 STN-FUR-CODE         PIC 9(3).
           05 STN-SALES-DATE.
               10 STN-SD-YYYY      PIC 9(4).
               10 STN-SD-MM        PIC 99.
               10 STN-SD-DD        PIC 99.
           05 STN-TRAN-TYPE        PIC X.
           05 STN-STORE-NUM        PIC 99.
           05 STN-SCHED-TYPE       PIC X.
           05 STN-ROUTE-CODE       PIC 9.
           05 STN-TO-STORE         PIC 99.
           05 STN-ACCT-NO          PIC 9(6).
           05 STN-CLAIM-CAUSE      PIC X.

       01 NEW-FS-REC.
           05 FSN-FUR-CODE         PIC 9(3).
           05 FSN-STORE-NUM        PIC 99.
           05 FSN-QTY              PIC 9(6).
           05 FSN-DAMAGED-QTY      PIC 9(6).

       01 NEW-MR-REC.
           05 MRN-YYYYMM           PIC 9(6).
           05 MRN-KIND             PIC X.
           05 MRN-KEY              PIC 9(5).
           05 MRN-TOTAL            PIC S9(9)V99.
           05 MRN-LAST-DATE        PIC 9(8).
           05 MRN-LAST-DELTA       PIC S9(9)V99.

       01 NEW-CL-REC.
           05 CLN-EMP-NO           PIC 9(5).
           05 CLN-PAID-AND-REST    PIC X(48).

       01 NEW-QT-REC.
           05 QTN-EMP-NO           PIC 9(5).
           05 QTN-REST             PIC X(19).

       01 NEW-AT-REC.
           05 ATN-EMP-NO           PIC 9(5).
           05 ATN-UNDER-FLAG       PIC X.

       01 NEW-LW-REC.
           05 LWN-NO               PIC 9(4).
           05 LWN-EMP-NO           PIC 9(5).
           05 LWN-FUR-CODE         PIC 9(3).
           05 LWN-REST             PIC X(37).
           05 LWN-STORE-NUM        PIC 99.

      *THE FIVE STORES AS THE OLD PROGRAM NAMED THEM
       01 STORE-SEED-AREA.
           05 FILLER               PIC X(20)   VALUE "DOWNTOWN".
           05 FILLER               PIC X(20)   VALUE "WESTSIDE".
           05 FILLER               PIC X(20)   VALUE "EASTGATE".
           05 FILLER               PIC X(20)   VALUE "NORTHPARK".
           05 FILLER               PIC X(20)   VALUE "SOUTHBAY".

       01 STORE-SEED-TABLE REDEFINES STORE-SEED-AREA.
           05 SEED-STORE-NAME      PIC X(20)   OCCURS 5.

       01 CONV-NAME.
           05 FILLER               PIC X(15)   VALUE "CONVERTED SLOT ".
           05 CONV-NAME-SLOT       PIC 99.
           05 FILLER               PIC X(8)    VALUE SPACES.

      *OUTPUT LINES
       01 COMPANY-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 COMP-DATE.
               10 MM               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 DD               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 YYYY             PIC 9(4).
           05 FILLER               PIC X(36)   VALUE SPACE.
           05 FILLER               PIC X(80)
                   VALUE 'JUST FITS FUNITURE EMPORIUM'.

       01 CONV-TITLE.
           05 FILLER               PIC X(59)   VALUE SPACES.
           05 FILLER               PIC X(73)
               VALUE "FURNITURE KEY CONVERSION".

       01 CONV-HEADING.
           05 FILLER               PIC X(16)   VALUE "FILE".
           05 FILLER               PIC X(44)   VALUE "RESULT".
           05 FILLER               PIC X(10)   VALUE " ROWS IN".
           05 FILLER               PIC X(62)   VALUE " ROWS OUT".

       01 CONV-DETAIL-LINE.
           05 OV-FILE              PIC X(14).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OV-RESULT            PIC X(40).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OV-IN                PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OV-OUT               PIC ZZ,ZZ9.
           05 FILLER               PIC X(56)   VALUE SPACES.

       01 REVIEW-HEADING.
           05 FILLER               PIC X(132)
               VALUE "SALESPERSON SLOTS FOR REVIEW".

       01 REVIEW-DETAIL-LINE.
           05 FILLER               PIC X(5)    VALUE "SLOT ".
           05 OR-SLOT              PIC Z9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OR-NAME              PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OR-TEXT              PIC X(94).

       01 REVIEW-TEXT.
           05 FILLER               PIC X(45)
               VALUE "NO CROSSWALK ROW - CARRIED AS EMPLOYEE NUMBER".
           05 RT-EMP-NO            PIC Z(5).
           05 FILLER               PIC X(44)   VALUE SPACES.

       01 GT-REVIEW-LINE.
           05 FILLER               PIC X(17)
               VALUE 'ITEMS TO REVIEW:'.
           05 GT-REVIEW            PIC Z,ZZ9.
           05 FILLER               PIC X(110)  VALUE SPACES.

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
           PERFORM L2-CONVERT.
           PERFORM L2-CLOSING.
      *RETURN CODE: 0 CLEAN, 4 WHEN ROWS ON FURCONV.PRT NEED REVIEW
           IF C-REVIEW-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
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
           MOVE I-YYYY TO YYYY.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF20" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM CONV-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CONV-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM L3-CROSSWALK-LOAD.

      *THE SALES FEED GOES FIRST - ITS NAMES STAND IN FOR ANY SLOT
      *THE CROSSWALK DOES NOT COVER
       L2-CONVERT.
           PERFORM L3-CONVERT-SALES.
           PERFORM L3-CONVERT-CODES.
           PERFORM L3-CONVERT-STOCK.
           PERFORM L3-CONVERT-MTD.
           PERFORM L3-CONVERT-LEDGER.
           PERFORM L3-CONVERT-QUOTA.
           PERFORM L3-CONVERT-ATTN.
           PERFORM L3-CONVERT-LAYAWAY.
           PERFORM L3-WRITE-STORES.
           PERFORM L3-WRITE-SALESPEOPLE.

       L2-CLOSING.
           WRITE PRTLINE FROM REVIEW-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 15
                   IF XWT-USED(SINDX) = 'Y'
                       AND XWT-KEYED(SINDX) = 'N'
                       PERFORM L4-REVIEW-LINE
                   END-IF
           END-PERFORM.

           MOVE C-REVIEW-CTR TO GT-REVIEW.
           WRITE PRTLINE FROM GT-REVIEW-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-TOTAL-IN TO TR-REC-COUNT.
           MOVE 0 TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-TOTAL-IN TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.
           CLOSE PRTOUT.

       L4-REVIEW-LINE.
           MOVE SINDX TO OR-SLOT.
           MOVE XWT-NAME(SINDX) TO OR-NAME.
           MOVE SINDX TO RT-EMP-NO.
           MOVE REVIEW-TEXT TO OR-TEXT.
           WRITE PRTLINE FROM REVIEW-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO C-REVIEW-CTR.

       L3-CROSSWALK-LOAD.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 15
                   MOVE SINDX TO XWT-EMP-NO(SINDX)
                   MOVE SPACES TO XWT-NAME(SINDX)
                   MOVE 0 TO XWT-HOME-STORE(SINDX)
                   MOVE 0 TO XWT-HIRE-DATE(SINDX)
                   MOVE 'N' TO XWT-KEYED(SINDX)
                   MOVE 'N' TO XWT-USED(SINDX)
           END-PERFORM.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT SLMXWALK.
           IF XW-FILE-STATUS = "00"
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ SLMXWALK
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           IF XW-SLM-NUM NUMERIC AND XW-SLM-NUM > 0
                               AND XW-SLM-NUM < 16
                               AND XW-EMP-NO NUMERIC AND XW-EMP-NO > 0
                               PERFORM L4-CROSSWALK-ONE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'FURSLMXW.DAT NOT FOUND -- EVERY SLOT IN USE'
                   ' PRINTS FOR REVIEW'
           END-IF.
           CLOSE SLMXWALK.

       L4-CROSSWALK-ONE.
           MOVE XW-EMP-NO TO XWT-EMP-NO(XW-SLM-NUM).
           MOVE XW-NAME TO XWT-NAME(XW-SLM-NUM).
           IF XW-HOME-STORE NUMERIC
               MOVE XW-HOME-STORE TO XWT-HOME-STORE(XW-SLM-NUM)
           END-IF.
           IF XW-HIRE-DATE NUMERIC
               MOVE XW-HIRE-DATE TO XWT-HIRE-DATE(XW-SLM-NUM)
           END-IF.
           MOVE 'Y' TO XWT-KEYED(XW-SLM-NUM).

      *OLD SLOT C-OLD-SLM TO ITS EMPLOYEE NUMBER C-NEW-EMP AND THE
      *HOME STORE C-HOME-STORE, NOTING THE SLOT AS IN USE
       L4-MAP-SLOT.
           MOVE C-OLD-SLM TO C-NEW-EMP.
           MOVE 1 TO C-HOME-STORE.
           IF C-OLD-SLM > 0 AND C-OLD-SLM < 16
               MOVE XWT-EMP-NO(C-OLD-SLM) TO C-NEW-EMP
               MOVE 'Y' TO XWT-USED(C-OLD-SLM)
               IF XWT-HOME-STORE(C-OLD-SLM) > 0
                   MOVE XWT-HOME-STORE(C-OLD-SLM) TO C-HOME-STORE
               END-IF
           END-IF.

       L4-ADD-ROW.
           IF CNV-CTR < 5000
               ADD 1 TO CNV-CTR
               MOVE CNV-WORK TO CNV-ROW(CNV-CTR)
           ELSE
               MOVE 'YES' TO CNV-FULL
           END-IF.

       L4-START-FILE.
           MOVE 0 TO CNV-CTR.
           MOVE 0 TO C-IN-CTR.
           MOVE 'NO' TO CNV-FULL.
           MOVE 'NO' TO OLD-LAYOUT.
           MOVE 'YES' TO MORE-RECS.

      *THE RESULT LINE FOR ONE FILE - CALLED WITH OV-RESULT SET WHEN
      *THE FILE WAS NOT FOUND OR ALREADY CONVERTED
       L4-RESULT-LINE.
           IF OLD-LAYOUT = 'YES'
               IF CNV-FULL = 'YES'
                   MOVE "TOO MANY ROWS - LEFT IN OLD LAYOUT"
                       TO OV-RESULT
                   ADD 1 TO C-REVIEW-CTR
               ELSE
                   MOVE "CONVERTED" TO OV-RESULT
               END-IF
           END-IF.
           IF OV-RESULT = SPACES
               IF C-IN-CTR = 0
                   MOVE "EMPTY - NOTHING TO CONVERT" TO OV-RESULT
               ELSE
                   MOVE "ALREADY IN NEW LAYOUT - LEFT AS IS"
                       TO OV-RESULT
               END-IF
           END-IF.
           ADD C-IN-CTR TO C-TOTAL-IN.
           MOVE C-IN-CTR TO OV-IN.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               MOVE CNV-CTR TO OV-OUT
           ELSE
               MOVE 0 TO OV-OUT
           END-IF.
           WRITE PRTLINE FROM CONV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *FURN.DAT - OLD 52-BYTE ROWS WITH THE SLOT, NAME AND MMDDYY
      *DATE; A 'T' TRANSFER CARRIED ITS TO-STORE IN THE ROUTE CODE
       L3-CONVERT-SALES.
           PERFORM L4-START-FILE.
           MOVE "FURN.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT INPT.
           IF ST-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ INPT
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-IN-CTR
                           IF C-IN-CTR = 1
                               AND ST-ANY(39:14) NOT = SPACES
                               MOVE 'YES' TO OLD-LAYOUT
                           END-IF
                           IF OLD-LAYOUT = 'YES'
                               PERFORM L4-SALES-ROW
                           ELSE
                               MOVE 'NO' TO MORE-RECS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INPT.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               OPEN OUTPUT INPT
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE STN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE INPT
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-SALES-ROW.
           MOVE 0 TO C-OLD-SLM.
           IF STO-SLM-NUM NUMERIC
               MOVE STO-SLM-NUM TO C-OLD-SLM
           END-IF.
           PERFORM L4-MAP-SLOT.
           IF C-OLD-SLM > 0 AND C-OLD-SLM < 16
               AND XWT-KEYED(C-OLD-SLM) = 'N'
               AND STO-SLM-NAME NOT = SPACES
               MOVE STO-SLM-NAME TO XWT-NAME(C-OLD-SLM)
           END-IF.
           MOVE C-NEW-EMP TO STN-EMP-NO.
           MOVE STO-DAY TO STN-DAY.
           MOVE STO-AMOUNT TO STN-AMOUNT.
           MOVE STO-FUR-CODE TO STN-FUR-CODE.
           IF STO-SALES-DATE NUMERIC AND STO-SALES-DATE NOT = ZERO
               COMPUTE STN-SD-YYYY = 2000 + STO-SD-YY
               MOVE STO-SD-MM TO STN-SD-MM
               MOVE STO-SD-DD TO STN-SD-DD
           ELSE
               MOVE 0 TO STN-SALES-DATE
           END-IF.
           MOVE STO-TRAN-TYPE TO STN-TRAN-TYPE.
           MOVE STO-STORE-NUM TO STN-STORE-NUM.
           MOVE STO-SCHED-TYPE TO STN-SCHED-TYPE.
           IF STO-IS-TRANSFER
               MOVE STO-ROUTE-CODE TO STN-TO-STORE
               MOVE 0 TO STN-ROUTE-CODE
           ELSE
               MOVE STO-ROUTE-CODE TO STN-ROUTE-CODE
               MOVE 0 TO STN-TO-STORE
           END-IF.
           IF STO-ACCT-NO NUMERIC
               MOVE STO-ACCT-NO TO STN-ACCT-NO
           ELSE
               MOVE 0 TO STN-ACCT-NO
           END-IF.
           MOVE SPACE TO STN-CLAIM-CAUSE.
           MOVE NEW-ST-REC TO CNV-WORK.
           PERFORM L4-ADD-ROW.

      *FURNCODE.DAT - ONE-DIGIT CODES BECOME THREE-DIGIT
       L3-CONVERT-CODES.
           PERFORM L4-START-FILE.
           MOVE "FURNCODE.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT FURNCODE.
           IF FC-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ FURNCODE
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-IN-CTR
                           IF C-IN-CTR = 1 AND FC-TAIL = SPACES
                               MOVE 'YES' TO OLD-LAYOUT
                           END-IF
                           IF OLD-LAYOUT = 'YES'
                               IF FCO-CODE NUMERIC
                                   MOVE FCO-CODE TO FSN-FUR-CODE
                                   MOVE FSN-FUR-CODE TO CNV-WORK
                                   PERFORM L4-ADD-ROW
                               END-IF
                           ELSE
                               MOVE 'NO' TO MORE-RECS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURNCODE.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               OPEN OUTPUT FURNCODE
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE FCN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE FURNCODE
           END-IF.
           PERFORM L4-RESULT-LINE.

      *FURSTOCK.DAT - THE ONE ROW OF NINE COUNTS BECOMES A ROW PER
      *CODE, ALL AT STORE 01 UNTIL THE STORES RECOUNT
       L3-CONVERT-STOCK.
           PERFORM L4-START-FILE.
           MOVE "FURSTOCK.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT FURSTOCK.
           IF FS-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               READ FURSTOCK
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO C-IN-CTR
                       IF FSO-REC(18:37) NOT = SPACES
                           MOVE 'YES' TO OLD-LAYOUT
                           PERFORM L4-STOCK-ROWS
                               VARYING SINDX FROM 1 BY 1
                                   UNTIL SINDX > 9
                       END-IF
               END-READ
           END-IF.
           CLOSE FURSTOCK.
           IF OLD-LAYOUT = 'YES'
               OPEN OUTPUT FURSTOCK
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE FSN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE FURSTOCK
               PERFORM L4-RESULT-LINE
               MOVE "CONVERTED - ALL COUNTS AT STORE 01" TO OV-RESULT
               MOVE SPACES TO OV-FILE
               MOVE 0 TO C-IN-CTR
               MOVE 'NO' TO OLD-LAYOUT
           ELSE
               PERFORM L4-RESULT-LINE
           END-IF.

       L4-STOCK-ROWS.
           MOVE SINDX TO FSN-FUR-CODE.
           MOVE 1 TO FSN-STORE-NUM.
           IF FSO-QTY(SINDX) NUMERIC
               MOVE FSO-QTY(SINDX) TO FSN-QTY
           ELSE
               MOVE 0 TO FSN-QTY
           END-IF.
           MOVE 0 TO FSN-DAMAGED-QTY.
           MOVE NEW-FS-REC TO CNV-WORK.
           PERFORM L4-ADD-ROW.

      *MTDHIST.DAT - THE ONE ROW OF SLOT AND CODE TOTALS BECOMES A
      *ROW PER SALESPERSON AND CODE WITH A FIGURE ON IT. THE LAST-RUN
      *DATE GIVES THE YEAR-MONTH; FAILING THAT, A MONTH LATER THAN
      *TODAY'S IS TAKEN AS LAST YEAR'S
       L3-CONVERT-MTD.
           PERFORM L4-START-FILE.
           MOVE "MTDHIST.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT MTDFILE.
           IF MTD-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               READ MTDFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO C-IN-CTR
                       IF MRO-REC(43:496) NOT = SPACES
                           MOVE 'YES' TO OLD-LAYOUT
                           PERFORM L4-MTD-ROWS
                       END-IF
               END-READ
           END-IF.
           CLOSE MTDFILE.
           IF OLD-LAYOUT = 'YES'
               OPEN OUTPUT MTDFILE
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE MRN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE MTDFILE
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-MTD-ROWS.
           IF MRO-LAST-DATE NUMERIC AND MRO-LAST-DATE > 0
               COMPUTE C-MTD-YYYYMM = MRO-LAST-DATE / 100
           ELSE
               MOVE I-YYYY TO C-MTD-YYYY
               IF MRO-MONTH > I-MM
                   SUBTRACT 1 FROM C-MTD-YYYY
               END-IF
               COMPUTE C-MTD-YYYYMM = (C-MTD-YYYY * 100) + MRO-MONTH
           END-IF.
           MOVE C-MTD-YYYYMM TO MRN-YYYYMM.
           IF MRO-LAST-DATE NUMERIC
               MOVE MRO-LAST-DATE TO MRN-LAST-DATE
           ELSE
               MOVE 0 TO MRN-LAST-DATE
           END-IF.
           MOVE 'S' TO MRN-KIND.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 15
                   IF MRO-SLM-TOTALS(SINDX) NOT = 0
                       OR MRO-LAST-SLM-DELTA(SINDX) NOT = 0
                       MOVE SINDX TO C-OLD-SLM
                       PERFORM L4-MAP-SLOT
                       MOVE C-NEW-EMP TO MRN-KEY
                       MOVE MRO-SLM-TOTALS(SINDX) TO MRN-TOTAL
                       MOVE MRO-LAST-SLM-DELTA(SINDX) TO MRN-LAST-DELTA
                       MOVE NEW-MR-REC TO CNV-WORK
                       PERFORM L4-ADD-ROW
                   END-IF
           END-PERFORM.
           MOVE 'F' TO MRN-KIND.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 9
                   IF MRO-FUR-TOTALS(SINDX) NOT = 0
                       OR MRO-LAST-FUR-DELTA(SINDX) NOT = 0
                       MOVE SINDX TO MRN-KEY
                       MOVE MRO-FUR-TOTALS(SINDX) TO MRN-TOTAL
                       MOVE MRO-LAST-FUR-DELTA(SINDX) TO MRN-LAST-DELTA
                       MOVE NEW-MR-REC TO CNV-WORK
                       PERFORM L4-ADD-ROW
                   END-IF
           END-PERFORM.

      *COMMLEDG.DAT - EVERY SLOT WAS WRITTEN; ONLY SLOTS WITH A
      *FIGURE ON THEM OR A CROSSWALK ROW CARRY OVER
       L3-CONVERT-LEDGER.
           PERFORM L4-START-FILE.
           MOVE "COMMLEDG.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT COMMLEDG.
           IF CL-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ COMMLEDG
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-IN-CTR
                           IF C-IN-CTR = 1 AND CL-ANY(51:3) = SPACES
                               MOVE 'YES' TO OLD-LAYOUT
                           END-IF
                           IF OLD-LAYOUT = 'YES'
                               PERFORM L4-LEDGER-ROW
                           ELSE
                               MOVE 'NO' TO MORE-RECS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMMLEDG.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               OPEN OUTPUT COMMLEDG
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE CLN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE COMMLEDG
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-LEDGER-ROW.
           IF CLO-SLM-NUM NUMERIC AND CLO-SLM-NUM > 0
               AND CLO-SLM-NUM < 16
               IF XWT-KEYED(CLO-SLM-NUM) = 'Y'
                   OR CLO-PAID-TO-DATE NOT = 0
                   OR CLO-CLAWED-TO-DATE NOT = 0
                   MOVE CLO-SLM-NUM TO C-OLD-SLM
                   PERFORM L4-MAP-SLOT
                   MOVE C-NEW-EMP TO CLN-EMP-NO
                   MOVE CLO-REC(3:48) TO CLN-PAID-AND-REST
                   MOVE NEW-CL-REC TO CNV-WORK
                   PERFORM L4-ADD-ROW
               END-IF
           END-IF.

      *FURQUOTA.DAT - THE OFFICE'S QUOTA ROWS, RE-KEYED
       L3-CONVERT-QUOTA.
           PERFORM L4-START-FILE.
           MOVE "FURQUOTA.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT FURQUOTA.
           IF QT-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ FURQUOTA
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-IN-CTR
                           IF C-IN-CTR = 1 AND QT-ANY(22:3) = SPACES
                               MOVE 'YES' TO OLD-LAYOUT
                           END-IF
                           IF OLD-LAYOUT = 'YES'
                               PERFORM L4-QUOTA-ROW
                           ELSE
                               MOVE 'NO' TO MORE-RECS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURQUOTA.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               OPEN OUTPUT FURQUOTA
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE QTN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE FURQUOTA
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-QUOTA-ROW.
           IF QTO-SLM-NUM NUMERIC AND QTO-SLM-NUM > 0
               MOVE QTO-SLM-NUM TO C-OLD-SLM
               PERFORM L4-MAP-SLOT
               MOVE C-NEW-EMP TO QTN-EMP-NO
               MOVE QTO-REST TO QTN-REST
               MOVE NEW-QT-REC TO CNV-WORK
               PERFORM L4-ADD-ROW
           END-IF.

      *FURATTN.DAT - THE ONE ROW OF FIFTEEN FLAGS BECOMES A ROW PER
      *SALESPERSON ON THE CROSSWALK OR FLAGGED LAST WEEK
       L3-CONVERT-ATTN.
           PERFORM L4-START-FILE.
           MOVE "FURATTN.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT FURATTN.
           IF AT-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               READ FURATTN
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO C-IN-CTR
                       IF ATO-REC(7:9) NOT = SPACES
                           MOVE 'YES' TO OLD-LAYOUT
                           PERFORM L4-ATTN-ROW
                               VARYING SINDX FROM 1 BY 1
                                   UNTIL SINDX > 15
                       END-IF
               END-READ
           END-IF.
           CLOSE FURATTN.
           IF OLD-LAYOUT = 'YES'
               OPEN OUTPUT FURATTN
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE ATN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE FURATTN
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-ATTN-ROW.
           IF XWT-KEYED(SINDX) = 'Y' OR ATO-UNDER-FLAG(SINDX) = 'Y'
               MOVE SINDX TO C-OLD-SLM
               PERFORM L4-MAP-SLOT
               MOVE C-NEW-EMP TO ATN-EMP-NO
               MOVE ATO-UNDER-FLAG(SINDX) TO ATN-UNDER-FLAG
               MOVE NEW-AT-REC TO CNV-WORK
               PERFORM L4-ADD-ROW
           END-IF.

      *FURLAYWY.DAT - EACH PLAN RE-KEYED, CHARGED TO ITS
      *SALESPERSON'S HOME STORE
       L3-CONVERT-LAYAWAY.
           PERFORM L4-START-FILE.
           MOVE "FURLAYWY.DAT" TO OV-FILE.
           MOVE SPACES TO OV-RESULT.
           OPEN INPUT LAYLEDG.
           IF LW-FILE-STATUS NOT = "00"
               MOVE "NOT ON FILE - NOTHING TO CONVERT" TO OV-RESULT
           ELSE
               PERFORM UNTIL MORE-RECS = 'NO'
                   READ LAYLEDG
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           ADD 1 TO C-IN-CTR
                           IF C-IN-CTR = 1 AND LW-ANY(45:7) = SPACES
                               MOVE 'YES' TO OLD-LAYOUT
                           END-IF
                           IF OLD-LAYOUT = 'YES'
                               PERFORM L4-LAYAWAY-ROW
                           ELSE
                               MOVE 'NO' TO MORE-RECS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LAYLEDG.
           IF OLD-LAYOUT = 'YES' AND CNV-FULL = 'NO'
               OPEN OUTPUT LAYLEDG
               PERFORM VARYING CNV-SUB FROM 1 BY 1
                   UNTIL CNV-SUB > CNV-CTR
                       WRITE LWN-OUT FROM CNV-ROW(CNV-SUB)
               END-PERFORM
               CLOSE LAYLEDG
           END-IF.
           PERFORM L4-RESULT-LINE.

       L4-LAYAWAY-ROW.
           MOVE 0 TO C-OLD-SLM.
           IF LWO-SLM-NUM NUMERIC
               MOVE LWO-SLM-NUM TO C-OLD-SLM
           END-IF.
           PERFORM L4-MAP-SLOT.
           MOVE LWO-NO TO LWN-NO.
           MOVE C-NEW-EMP TO LWN-EMP-NO.
           MOVE LWO-FUR-CODE TO LWN-FUR-CODE.
           MOVE LWO-REST TO LWN-REST.
           MOVE C-HOME-STORE TO LWN-STORE-NUM.
           MOVE NEW-LW-REC TO CNV-WORK.
           PERFORM L4-ADD-ROW.

      *THE STORE MASTER STARTS WITH THE FIVE STORES UNDER THEIR OLD
      *NUMBERS; A MASTER ALREADY ON FILE IS LEFT ALONE
       L3-WRITE-STORES.
           MOVE "FURSTORE.DAT" TO OV-FILE.
           MOVE 'NO' TO OLD-LAYOUT.
           MOVE 0 TO C-IN-CTR.
           OPEN INPUT FURSTORE.
           IF FR-FILE-STATUS = "00"
               CLOSE FURSTORE
               MOVE "ALREADY ON FILE - LEFT AS IS" TO OV-RESULT
               MOVE 0 TO CNV-CTR
           ELSE
               CLOSE FURSTORE
               OPEN OUTPUT FURSTORE
               PERFORM VARYING SINDX FROM 1 BY 1
                   UNTIL SINDX > 5
                       MOVE SINDX TO FR-STORE-NUM
                       MOVE SEED-STORE-NAME(SINDX) TO FR-STORE-NAME
                       WRITE FR-REC
               END-PERFORM
               CLOSE FURSTORE
               MOVE "WRITTEN - FIVE STORES" TO OV-RESULT
               MOVE 5 TO CNV-CTR
           END-IF.
           MOVE 0 TO OV-IN.
           MOVE CNV-CTR TO OV-OUT.
           WRITE PRTLINE FROM CONV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *THE SALESPERSON MASTER GETS EVERY CROSSWALK ROW AND EVERY
      *SLOT IN USE WITHOUT ONE; A MASTER ALREADY ON FILE IS LEFT
      *ALONE
       L3-WRITE-SALESPEOPLE.
           MOVE "FURSLM.DAT" TO OV-FILE.
           MOVE 0 TO CNV-CTR.
           OPEN INPUT FURSLM.
           IF FM-FILE-STATUS = "00"
               MOVE 'YES' TO MASTER-ON-FILE
           END-IF.
           CLOSE FURSLM.
           IF MASTER-ON-FILE = 'YES'
               MOVE "ALREADY ON FILE - LEFT AS IS" TO OV-RESULT
           ELSE
               OPEN OUTPUT FURSLM
               PERFORM VARYING SINDX FROM 1 BY 1
                   UNTIL SINDX > 15
                       IF XWT-KEYED(SINDX) = 'Y'
                           OR XWT-USED(SINDX) = 'Y'
                           PERFORM L4-SALESPERSON-ROW
                       END-IF
               END-PERFORM
               CLOSE FURSLM
               MOVE "WRITTEN FROM CROSSWALK AND SLOTS IN USE"
                   TO OV-RESULT
           END-IF.
           MOVE 0 TO OV-IN.
           MOVE CNV-CTR TO OV-OUT.
           WRITE PRTLINE FROM CONV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-SALESPERSON-ROW.
           IF XWT-NAME(SINDX) = SPACES
               MOVE SINDX TO CONV-NAME-SLOT
               MOVE CONV-NAME TO XWT-NAME(SINDX)
           END-IF.
           MOVE XWT-EMP-NO(SINDX) TO FM-EMP-NO.
           MOVE XWT-NAME(SINDX) TO FM-NAME.
           IF XWT-HOME-STORE(SINDX) > 0
               MOVE XWT-HOME-STORE(SINDX) TO FM-HOME-STORE
           ELSE
               MOVE 1 TO FM-HOME-STORE
           END-IF.
           MOVE XWT-HIRE-DATE(SINDX) TO FM-HIRE-DATE.
           MOVE 'A' TO FM-STATUS.
           WRITE FM-REC.
           ADD 1 TO CNV-CTR.

       end program CBLCJF20.
