       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF62.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *LEAD-SAFE RENOVATION COMPLIANCE RECORDS FOR PAINT JOBS IN HOMES
      *BUILT BEFORE 1978. THE YEAR BUILT COMES FROM THE CUSTOMER
      *MASTER (PCUSTMST.DAT); A HOME WITH NO YEAR ON FILE IS TREATED
      *AS PRE-1978. EVERY ACCEPTED JOB ON SUCH A HOME NEEDS THREE
      *RECORDS:
      *  P - THE OWNER OR OCCUPANT'S ACKNOWLEDGMENT OF THE LEAD
      *      PAMPHLET, WITH WHO SIGNED;
      *  R - THE CERTIFIED RENOVATOR ASSIGNED, BY CREW - THE CREW'S
      *      CERTIFICATE NUMBER IS COPIED FROM THE CREW MASTER
      *      (PNTCREW.DAT) AND MUST BE CURRENT ON THE RECORD DATE;
      *  V - THE CLEANING VERIFICATION, DONE BY A CERTIFIED CREW.
      *THE RECORDS ARE KEYED TO PNTLDTX.DAT AND CARRIED FORWARD RUN
      *TO RUN ON THE COMPLIANCE LEDGER (PNTLEAD.DAT); A LATER RECORD
      *FOR THE SAME JOB AND ITEM REPLACES THE EARLIER ONE.
      *THE REPORT LISTS EVERY OPEN PRE-1978 JOB STILL MISSING AN
      *ITEM, THEN EVERY CREW'S RENOVATOR CERTIFICATION WITH ITS
      *EXPIRY. A JOB IS OPEN UNTIL ALL OF ITS ROWS ON THE OPEN-AR
      *LEDGER (PAINTAR.DAT) ARE CLOSED. THE JOBS STILL MISSING AN
      *ITEM GO TO THE HOLD LIST (PNTLDHLD.DAT), AND COBCJF32 WILL
      *NOT CLOSE THEIR INVOICES. A RENOVATOR WHOSE CERTIFICATION HAS
      *LAPSED BEFORE THE CLEANING VERIFICATION COUNTS AS MISSING.
      *RECORDS ARE KEPT FOR LEAD_RETAIN_YEARS (DEFAULT 3) AFTER THE
      *JOB CLOSES: THE FIRST RUN THAT SEES THE JOB CLOSED STAMPS ITS
      *RECORDS WITH A RETAIN-UNTIL DATE. NOTHING IS DROPPED HERE.
      *A CERTIFICATION EXPIRING WITHIN CERT_WARN_DAYS (DEFAULT 60) IS
      *FLAGGED. DAY SPANS USE THE SHOP'S 30-DAY-MONTH CONVENTION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT
               ASSIGN TO WS-PAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-MASTER
               ASSIGN TO WS-CUSTMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.

           SELECT CREW-MASTER
               ASSIGN TO WS-CREWMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRW-FILE-STATUS.

           SELECT DISPO
               ASSIGN TO WS-DISPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-FILE-STATUS.

           SELECT ARLEDGER
               ASSIGN TO WS-ARLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT LEADTRAN
               ASSIGN TO WS-LEADTRAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.

           SELECT LEADLOG
               ASSIGN TO WS-LEADLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LD-FILE-STATUS.

           SELECT LEADHOLD
               ASSIGN TO WS-LEADHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
           05 PAINT-DATE.
               10 PAINT-YY         PIC 9(4).
               10 PAINT-MM         PIC 99.
               10 PAINT-DD         PIC 99.
           05 PAINT-WALL-SQ-FT     PIC 9(4).
           05 PAINT-DOOR-SQ-FT     PIC 9(3).
           05 PAINT-PRICE-GAL      PIC 99V99.
           05 PAINT-GRADE          PIC X.
               88 VAL-PAINT-GRADE  VALUE "E", "S", "P".
           05 PAINT-CUST-NAME      PIC X(20).
           05 PAINT-CUST-ADDRESS   PIC X(25).
      *Y/N FLAGS, SAME ORDER AS COBCJF01'S SUPPLY-PRICE-TABLE
           05 PAINT-SUPPLY-FLAGS.
               10 PAINT-SUP-FLAG   PIC X OCCURS 4.
           05 PAINT-CUST-NO        PIC X(5).
      *ROOM PRODUCT AND COLOR SPECIFICATION - BLANK ON ROOMS KEYED
      *BEFORE THE SPEC WAS CARRIED
           05 PAINT-SPEC.
               10 PAINT-ROOM-NAME  PIC X(15).
               10 PAINT-BRAND      PIC X(10).
               10 PAINT-PRODUCT    PIC X(12).
               10 PAINT-COLOR-CODE PIC X(8).
               10 PAINT-COLOR-NAME PIC X(16).
               10 PAINT-SHEEN      PIC X.
                   88 VAL-PAINT-SHEEN VALUE 'F' 'E' 'S' 'G' 'H'.
      *WHERE THE CUSTOMER HEARD OF US - SEE THE LEAD SOURCE MASTER,
      *PNTLSRC.DAT. BLANK ON ESTIMATES KEYED BEFORE IT WAS CARRIED
           05 PAINT-LEAD-SRC       PIC X(3).

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 PC-REC.
           05 PC-NO                PIC X(5).
           05 PC-NAME              PIC X(20).
           05 PC-ADDRESS           PIC X(25).
      *YEAR THE HOME WAS BUILT - BLANK WHEN NOT KNOWN
           05 PC-BUILD-YEAR        PIC X(4).

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRW-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 CRW-REC.
           05 CRW-ID               PIC X(3).
           05 CRW-NAME             PIC X(20).
           05 CRW-RATE             PIC 99V99.
      *LEAD-SAFE CERTIFIED RENOVATOR ON THE CREW - BLANK WHEN NONE
           05 CRW-CERT-NO          PIC X(12).
           05 CRW-CERT-EXPIRES     PIC X(8).

       FD  DISPO
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPO-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 DISPO-REC.
           05 DSP-EST-NO           PIC X(4).
           05 DSP-STATUS           PIC X.
               88 DSP-ACCEPTED     VALUE 'A'.
           05 DSP-DATE             PIC 9(8).
           05 DSP-FINAL-PRICE      PIC 9(6)V99.

      *COBCJF32'S OPEN-AR LEDGER
       FD  ARLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 AR-REC.
           05 AR-EST-NO            PIC X(4).
           05 AR-CUST-NO           PIC X(5).
           05 AR-CUST-NAME         PIC X(20).
           05 AR-INV-DATE          PIC 9(8).
           05 AR-INVOICED          PIC 9(7)V99.
           05 AR-PAID              PIC 9(7)V99.
           05 AR-STATUS            PIC X.
               88 AR-ROW-CLOSED    VALUE 'C'.
               88 AR-ROW-HELD      VALUE 'H'.
           05 AR-STAGE             PIC X.
           05 AR-CONTRACT          PIC 9(7)V99.

      *COMPLIANCE RECORDS KEYED SINCE THE LAST RUN
       FD  LEADTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 LT-REC.
           05 LT-EST-NO            PIC X(4).
           05 LT-ITEM              PIC X.
               88 LT-PAMPHLET      VALUE 'P'.
               88 LT-RENOVATOR     VALUE 'R'.
               88 LT-CLEANING      VALUE 'V'.
               88 VAL-LT-ITEM      VALUE 'P' 'R' 'V'.
           05 LT-DATE              PIC 9(8).
           05 LT-CREW-ID           PIC X(3).
           05 LT-NAME              PIC X(20).

      *THE COMPLIANCE LEDGER - ONE ROW PER JOB PER ITEM. A ZERO
      *RETAIN-UNTIL DATE MEANS THE JOB HAS NOT CLOSED YET
       FD  LEADLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LD-REC
           RECORD CONTAINS 61 CHARACTERS.

       01 LD-REC.
           05 LD-EST-NO            PIC X(4).
           05 LD-CUST-NO           PIC X(5).
           05 LD-ITEM              PIC X.
           05 LD-DATE              PIC 9(8).
           05 LD-CREW-ID           PIC X(3).
           05 LD-CERT-NO           PIC X(12).
           05 LD-NAME              PIC X(20).
           05 LD-RETAIN-UNTIL      PIC 9(8).

      *HOLD LIST FOR COBCJF32 - 'Y' PER ITEM ON FILE, 'N' MISSING
       FD  LEADHOLD
           LABEL RECORD IS STANDARD
           DATA RECORD IS LH-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 LH-REC.
           05 LH-EST-NO            PIC X(4).
           05 LH-PAMPHLET          PIC X.
           05 LH-RENOVATOR         PIC X.
           05 LH-CLEANING          PIC X.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 PC-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CRW-MORE-RECS        PIC XXX VALUE 'YES'.
           05 DSP-MORE-RECS        PIC XXX VALUE 'YES'.
           05 AR-MORE-RECS         PIC XXX VALUE 'YES'.
           05 LT-MORE-RECS         PIC XXX VALUE 'YES'.
           05 LD-MORE-RECS         PIC XXX VALUE 'YES'.
           05 EST-MATCH            PIC XXX VALUE 'NO'.
           05 CUST-MATCH           PIC XXX VALUE 'NO'.
           05 CRW-MATCH            PIC XXX VALUE 'NO'.
           05 REC-MATCH            PIC XXX VALUE 'NO'.
           05 ERR-SW               PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 PC-FILE-STATUS       PIC XX.
           05 CRW-FILE-STATUS      PIC XX.
           05 DSP-FILE-STATUS      PIC XX.
           05 AR-FILE-STATUS       PIC XX.
           05 LT-FILE-STATUS       PIC XX.
           05 LD-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PAINT-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTEST.DAT'.
           05 WS-CUSTMST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PCUSTMST.DAT'.
           05 WS-CREWMST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTCREW.DAT'.
           05 WS-DISPO-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTDSP.DAT'.
           05 WS-ARLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\PAINTAR.DAT'.
           05 WS-LEADTRAN-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTLDTX.DAT'.
           05 WS-LEADLOG-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTLEAD.DAT'.
           05 WS-LEADHOLD-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTLDHLD.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PLEADCMP.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PLEADERR.PRT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6) VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(30) VALUE SPACE.
           05 FILLER               PIC X(36)
               VALUE "LEAD-SAFE RENOVATION COMPLIANCE".
           05 FILLER               PIC X(41) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "PAGE:".
           05 O-PG-CTR PIC Z9.

       01 SECTION-TITLE-POSTED.
           05 FILLER               PIC X(40)
               VALUE "COMPLIANCE RECORDS POSTED".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 SECTION-TITLE-MISSING.
           05 FILLER               PIC X(44)
               VALUE "OPEN PRE-1978 JOBS MISSING COMPLIANCE ITEMS".
           05 FILLER               PIC X(88) VALUE SPACE.

       01 SECTION-TITLE-CREWS.
           05 FILLER               PIC X(40)
               VALUE "CREW RENOVATOR CERTIFICATION".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 POSTED-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(24) VALUE "ITEM".
           05 FILLER               PIC X(12) VALUE "DATE".
           05 FILLER               PIC X(7) VALUE "CREW".
           05 FILLER               PIC X(15) VALUE "CERT NO".
           05 FILLER               PIC X(64) VALUE "NAME".

       01 POSTED-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-ITEM             PIC X(22).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-DATE             PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-CREW-ID          PIC X(3).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-CERT-NO          PIC X(12).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 PDL-NAME             PIC X(20).
           05 FILLER               PIC X(44) VALUE SPACE.

       01 MISSING-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(9) VALUE "CUST NO".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(9) VALUE "BUILT".
           05 FILLER               PIC X(12) VALUE "A/R".
           05 FILLER               PIC X(11) VALUE "PAMPHLET".
           05 FILLER               PIC X(11) VALUE "RENOVATOR".
           05 FILLER               PIC X(48) VALUE "CLEANING".

       01 MISSING-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 MDL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 MDL-CUST-NO          PIC X(5).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 MDL-CUST-NAME        PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 MDL-BUILT            PIC X(7).
           05 FILLER               PIC XX VALUE SPACE.
           05 MDL-AR-STATE         PIC X(10).
           05 FILLER               PIC XX VALUE SPACE.
           05 MDL-PAMPHLET         PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 MDL-RENOVATOR        PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 MDL-CLEANING         PIC X(7).
           05 FILLER               PIC X(41) VALUE SPACE.

       01 CREW-HEADING-LINE.
           05 FILLER               PIC X(7) VALUE "CREW".
           05 FILLER               PIC X(22) VALUE "NAME".
           05 FILLER               PIC X(15) VALUE "CERT NO".
           05 FILLER               PIC X(12) VALUE "EXPIRES".
           05 FILLER               PIC X(76) VALUE "STATUS".

       01 CREW-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-CREW-ID          PIC X(3).
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-NAME             PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-CERT-NO          PIC X(12).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 CDL-EXPIRES          PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-STATUS           PIC X(24).
           05 FILLER               PIC X(52) VALUE SPACE.

       01 TOTAL-LINE.
           05 TL-LABEL             PIC X(40).
           05 TL-COUNT             PIC ZZ,ZZ9.
           05 FILLER               PIC X(86) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "LEAD-SAFE RECORD EXCEPTIONS".
           05 FILLER               PIC X(52) VALUE SPACE.

       01 ERROR-HEADINGS.
           05 FILLER               PIC X(18) VALUE "ESTIMATE NUMBER".
           05 FILLER               PIC X(60) VALUE "ERROR DESCRIPTION".

       01 ERROR-LINE.
           05 ERROR-EST-NO         PIC X(4).
           05 FILLER               PIC X(8) VALUE SPACE.
           05 ERROR-DESCR          PIC X(60).

       01 GT-ERROR-LINE.
           05 FILLER               PIC X(13) VALUE 'TOTAL ERRORS:'.
           05 GT-ERROR             PIC Z,ZZ9.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 ERROR-LINE-VARS.
           05 C-PG-ERROR           PIC 99 VALUE ZERO.
           05 GT-ERRORS            PIC 9(4) VALUE ZERO.

      *RETENTION YEARS AND CERTIFICATION WARNING DAYS - SEE THE
      *PROGRAM BANNER
       01 LEAD-PARM-VARS.
           05 RETAIN-YEARS         PIC 99 VALUE 3.
           05 RETAIN-YEARS-IN      PIC X(2).
           05 CERT-WARN-DAYS       PIC 99 VALUE 60.
           05 CERT-WARN-DAYS-IN    PIC X(2).

      *CUSTOMER NUMBER AND THE YEAR THE HOME WAS BUILT
       01 CUST-MASTER-TABLE.
           05 PC-ENTRY OCCURS 200 TIMES INDEXED BY PC-IDX.
               10 PC-SAVE-NO       PIC X(5).
               10 PC-SAVE-BUILD-YEAR PIC X(4).

       01 CUST-MASTER-VARS.
           05 PC-CTR               PIC 9(3) VALUE 0.

      *THE CREW ROSTER WITH ITS RENOVATOR CERTIFICATION
       01 CREW-TABLE.
           05 CT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
               10 CT-ID            PIC X(3).
               10 CT-NAME          PIC X(20).
               10 CT-CERT-NO       PIC X(12).
               10 CT-CERT-EXPIRES  PIC X(8).

       01 CREW-TABLE-VARS.
           05 CT-CTR               PIC 99 VALUE 0.

      *ONE ROW PER ESTIMATE. ET-LEAD-RULE IS 'Y' FOR A HOME BUILT
      *BEFORE 1978 OR OF UNKNOWN AGE. ET-AR-STATE IS SPACE WHEN THE
      *JOB HAS NO AR ROW YET, 'O' WHEN ANY ROW IS OPEN, 'H' WHEN THE
      *ROWS ARE PAID BUT HELD, AND 'C' WHEN EVERY ROW IS CLOSED
       01 ESTIMATE-TABLE.
           05 ET-ENTRY OCCURS 500 TIMES INDEXED BY ET-IDX.
               10 ET-EST-NO        PIC X(4).
               10 ET-CUST-NO       PIC X(5).
               10 ET-CUST-NAME     PIC X(20).
               10 ET-BUILD-YEAR    PIC X(4).
               10 ET-LEAD-RULE     PIC X.
               10 ET-ACCEPTED      PIC X.
               10 ET-AR-STATE      PIC X.

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.

      *THE COMPLIANCE LEDGER, RESTORED FROM LAST RUN'S PNTLEAD.DAT
       01 LEAD-RECORD-TABLE.
           05 LL-ENTRY OCCURS 2000 TIMES INDEXED BY LL-IDX.
               10 LL-SAVED.
                   15 LL-EST-NO    PIC X(4).
                   15 LL-CUST-NO   PIC X(5).
                   15 LL-ITEM      PIC X.
                   15 LL-DATE      PIC 9(8).
                   15 LL-CREW-ID   PIC X(3).
                   15 LL-CERT-NO   PIC X(12).
                   15 LL-NAME      PIC X(20).
                   15 LL-RETAIN-UNTIL PIC 9(8).

       01 LEAD-RECORD-VARS.
           05 LL-CTR               PIC 9(4) VALUE 0.

       01 LEAD-CALC-VARS.
           05 C-FIND-EST-NO        PIC X(4) VALUE SPACE.
           05 C-FIND-CUST-NO       PIC X(5) VALUE SPACE.
           05 C-FIND-CREW-ID       PIC X(3) VALUE SPACE.
           05 C-FIND-ITEM          PIC X VALUE SPACE.
           05 C-HOLD-ITEMS.
               10 C-HOLD-PAMPHLET  PIC X.
               10 C-HOLD-RENOVATOR PIC X.
               10 C-HOLD-CLEANING  PIC X.
           05 C-ITEM-TEXT          PIC X(7) VALUE SPACE.
           05 C-WORK-DATE.
               10 C-WORK-YY        PIC 9(4).
               10 C-WORK-MM        PIC 99.
               10 C-WORK-DD        PIC 99.
           05 C-RETAIN-DATE.
               10 C-RETAIN-YY      PIC 9(4).
               10 C-RETAIN-MM      PIC 99.
               10 C-RETAIN-DD      PIC 99.
           05 C-DAYS-TODAY         PIC 9(7) VALUE 0.
           05 C-DAYS-EXPIRES       PIC 9(7) VALUE 0.
           05 C-DAYS-LEFT          PIC S9(7) VALUE 0.
           05 C-DAYS-EDIT          PIC Z9.
           05 C-TRAN-CTR           PIC 9(5) VALUE 0.
           05 C-POST-CTR           PIC 9(5) VALUE 0.
           05 C-JOB-CTR            PIC 9(5) VALUE 0.
           05 C-HOLD-CTR           PIC 9(5) VALUE 0.
           05 C-RETAIN-CTR         PIC 9(5) VALUE 0.
           05 C-CERT-WARN-CTR      PIC 9(5) VALUE 0.
           05 C-PG-CTR             PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1400-LOAD-ESTIMATES
               UNTIL MORE-RECS = 'NO'.
           PERFORM 1500-LOAD-DISPO.
           PERFORM 1600-LOAD-AR-LEDGER.
           PERFORM 9070-OPEN-TRANS.
           PERFORM 2000-POST-TRANS
               UNTIL LT-MORE-RECS = 'NO'.
           PERFORM 3000-JOB-PASS.
           PERFORM 4000-CREW-CERTS.
           PERFORM 5000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN
           IF GT-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN INPUT PAINT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
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

           COMPUTE C-DAYS-TODAY =
               (I-YYYY * 360) + (I-MM * 30) + I-DD.

      *A JOB THAT CLOSES TODAY KEEPS ITS RECORDS TO THIS DATE
           COMPUTE C-RETAIN-YY = I-YYYY + RETAIN-YEARS.
           MOVE I-MM TO C-RETAIN-MM.
           MOVE I-DD TO C-RETAIN-DD.
           IF C-RETAIN-MM = 2 AND C-RETAIN-DD = 29
               MOVE 28 TO C-RETAIN-DD
           END-IF.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF62" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-LOAD-CUST-MASTER.
           PERFORM 1200-LOAD-CREW-MASTER.
           PERFORM 1300-LOAD-LEDGER.
           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SECTION-TITLE-POSTED
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM POSTED-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAINTEST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAINT-PATH
           END-IF.

           DISPLAY 'PCUSTMST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUSTMST-PATH
           END-IF.

           DISPLAY 'PNTCREW_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CREWMST-PATH
           END-IF.

           DISPLAY 'PAINTDSP_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISPO-PATH
           END-IF.

           DISPLAY 'PAINTAR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARLEDGER-PATH
           END-IF.

           DISPLAY 'PNTLDTX_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADTRAN-PATH
           END-IF.

           DISPLAY 'PNTLEAD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADLOG-PATH
           END-IF.

           DISPLAY 'PNTLDHLD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADHOLD-PATH
           END-IF.

           DISPLAY 'PLEADCMP_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PLEADERR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

           DISPLAY 'LEAD_RETAIN_YEARS' UPON ENVIRONMENT-NAME.
           ACCEPT RETAIN-YEARS-IN FROM ENVIRONMENT-VALUE.
           IF RETAIN-YEARS-IN NOT = SPACES
               AND RETAIN-YEARS-IN NUMERIC
               MOVE RETAIN-YEARS-IN TO RETAIN-YEARS
           END-IF.

           DISPLAY 'CERT_WARN_DAYS' UPON ENVIRONMENT-NAME.
           ACCEPT CERT-WARN-DAYS-IN FROM ENVIRONMENT-VALUE.
           IF CERT-WARN-DAYS-IN NOT = SPACES
               AND CERT-WARN-DAYS-IN NUMERIC
               MOVE CERT-WARN-DAYS-IN TO CERT-WARN-DAYS
           END-IF.

       1100-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER.
           IF PC-FILE-STATUS = '00'
               PERFORM 1150-LOAD-ONE-CUST
                   UNTIL PC-MORE-RECS = 'NO'
           END-IF.
           CLOSE CUST-MASTER.

       1150-LOAD-ONE-CUST.
           READ CUST-MASTER
               AT END
                   MOVE 'NO' TO PC-MORE-RECS
               NOT AT END
                   IF PC-CTR < 200
                       ADD 1 TO PC-CTR
                       SET PC-IDX TO PC-CTR
                       MOVE PC-NO TO PC-SAVE-NO(PC-IDX)
                       MOVE PC-BUILD-YEAR
                           TO PC-SAVE-BUILD-YEAR(PC-IDX)
                   ELSE
                       DISPLAY 'CUST-MASTER-TABLE EXCEEDS 200 ROWS'
                       DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                   END-IF
           END-READ.

       1200-LOAD-CREW-MASTER.
           OPEN INPUT CREW-MASTER.
           IF CRW-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-CREW
                   UNTIL CRW-MORE-RECS = 'NO'
           END-IF.
           CLOSE CREW-MASTER.

       1250-LOAD-ONE-CREW.
           READ CREW-MASTER
               AT END
                   MOVE 'NO' TO CRW-MORE-RECS
               NOT AT END
                   IF CT-CTR < 20
                       ADD 1 TO CT-CTR
                       SET CT-IDX TO CT-CTR
                       MOVE CRW-ID TO CT-ID(CT-IDX)
                       MOVE CRW-NAME TO CT-NAME(CT-IDX)
                       MOVE CRW-CERT-NO TO CT-CERT-NO(CT-IDX)
                       MOVE CRW-CERT-EXPIRES
                           TO CT-CERT-EXPIRES(CT-IDX)
                   ELSE
                       DISPLAY 'CREW-TABLE EXCEEDS 20 ROWS'
                       DISPLAY 'REMAINING CREW ROWS NOT LOADED'
                   END-IF
           END-READ.

       1300-LOAD-LEDGER.
           OPEN INPUT LEADLOG.
           IF LD-FILE-STATUS = '00'
               PERFORM 1350-LOAD-ONE-RECORD
                   UNTIL LD-MORE-RECS = 'NO'
           END-IF.
           CLOSE LEADLOG.

       1350-LOAD-ONE-RECORD.
           READ LEADLOG
               AT END
                   MOVE 'NO' TO LD-MORE-RECS
               NOT AT END
                   IF LL-CTR < 2000
                       ADD 1 TO LL-CTR
                       SET LL-IDX TO LL-CTR
                       MOVE LD-REC TO LL-SAVED(LL-IDX)
                   ELSE
                       DISPLAY 'LEAD-RECORD-TABLE EXCEEDS 2000 ROWS'
                       DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *ONE ROW PER ESTIMATE, WITH THE CUSTOMER FROM THE FIRST ROOM
      *AND THE HOME'S YEAR BUILT FROM THE CUSTOMER MASTER
       1400-LOAD-ESTIMATES.
           MOVE PAINT-EST-NO TO C-FIND-EST-NO.
           PERFORM 9300-FIND-ESTIMATE.
           IF EST-MATCH = 'NO'
               IF ET-CTR < 500
                   ADD 1 TO ET-CTR
                   SET ET-IDX TO ET-CTR
                   MOVE PAINT-EST-NO TO ET-EST-NO(ET-IDX)
                   MOVE PAINT-CUST-NO TO ET-CUST-NO(ET-IDX)
                   MOVE PAINT-CUST-NAME TO ET-CUST-NAME(ET-IDX)
                   PERFORM 1450-LEAD-RULE
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
               END-IF
           END-IF.
           PERFORM 9000-READ-PAINT.

      *FEDERAL LEAD-SAFE RULES COVER HOMES BUILT BEFORE 1978; A HOME
      *WITH NO YEAR ON THE CUSTOMER MASTER IS TREATED AS COVERED
       1450-LEAD-RULE.
           MOVE 'N' TO ET-ACCEPTED(ET-IDX).
           MOVE SPACE TO ET-AR-STATE(ET-IDX).
           MOVE SPACES TO ET-BUILD-YEAR(ET-IDX).
           MOVE ET-CUST-NO(ET-IDX) TO C-FIND-CUST-NO.
           PERFORM 9350-FIND-CUSTOMER.
           IF CUST-MATCH = 'YES'
               MOVE PC-SAVE-BUILD-YEAR(PC-IDX)
                   TO ET-BUILD-YEAR(ET-IDX)
           END-IF.
           IF ET-BUILD-YEAR(ET-IDX) NOT NUMERIC
               OR ET-BUILD-YEAR(ET-IDX) = '0000'
               MOVE SPACES TO ET-BUILD-YEAR(ET-IDX)
               MOVE 'Y' TO ET-LEAD-RULE(ET-IDX)
           ELSE
               IF ET-BUILD-YEAR(ET-IDX) < '1978'
                   MOVE 'Y' TO ET-LEAD-RULE(ET-IDX)
               ELSE
                   MOVE 'N' TO ET-LEAD-RULE(ET-IDX)
               END-IF
           END-IF.

      *AN ACCEPTED DISPOSITION MAKES THE ESTIMATE A JOB
       1500-LOAD-DISPO.
           OPEN INPUT DISPO.
           IF DSP-FILE-STATUS = '00'
               PERFORM 1550-LOAD-ONE-DISPO
                   UNTIL DSP-MORE-RECS = 'NO'
           END-IF.
           CLOSE DISPO.

       1550-LOAD-ONE-DISPO.
           READ DISPO
               AT END
                   MOVE 'NO' TO DSP-MORE-RECS
               NOT AT END
                   IF DSP-ACCEPTED
                       MOVE DSP-EST-NO TO C-FIND-EST-NO
                       PERFORM 9300-FIND-ESTIMATE
                       IF EST-MATCH = 'YES'
                           MOVE 'Y' TO ET-ACCEPTED(ET-IDX)
                       END-IF
                   END-IF
           END-READ.

      *ANY AR ROW ALSO MARKS AN ACCEPTED JOB, SO A JOB WHOSE SEASON
      *DISPOSITION FILE HAS ROLLED OFF IS STILL FOLLOWED. A JOB NO
      *LONGER ON THE ESTIMATE FILE TAKES ITS CUSTOMER FROM THE ROW
       1600-LOAD-AR-LEDGER.
           OPEN INPUT ARLEDGER.
           IF AR-FILE-STATUS = '00'
               PERFORM 1650-LOAD-ONE-AR
                   UNTIL AR-MORE-RECS = 'NO'
           END-IF.
           CLOSE ARLEDGER.

       1650-LOAD-ONE-AR.
           READ ARLEDGER
               AT END
                   MOVE 'NO' TO AR-MORE-RECS
               NOT AT END
                   MOVE AR-EST-NO TO C-FIND-EST-NO
                   PERFORM 9300-FIND-ESTIMATE
                   IF EST-MATCH = 'NO'
                       IF ET-CTR < 500
                           ADD 1 TO ET-CTR
                           SET ET-IDX TO ET-CTR
                           MOVE AR-EST-NO TO ET-EST-NO(ET-IDX)
                           MOVE AR-CUST-NO TO ET-CUST-NO(ET-IDX)
                           MOVE AR-CUST-NAME TO ET-CUST-NAME(ET-IDX)
                           PERFORM 1450-LEAD-RULE
                           MOVE 'YES' TO EST-MATCH
                       ELSE
                           DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                           DISPLAY 'JOB ' AR-EST-NO ' NOT LOADED'
                       END-IF
                   END-IF
                   IF EST-MATCH = 'YES'
                       PERFORM 1660-AR-STATE
                   END-IF
           END-READ.

      *ONE OPEN ROW KEEPS THE JOB OPEN; ROWS WRITTEN BEFORE THE STATUS
      *BYTE EXISTED ARE OPEN
       1660-AR-STATE.
           MOVE 'Y' TO ET-ACCEPTED(ET-IDX).
           EVALUATE TRUE
               WHEN AR-ROW-CLOSED
                   IF ET-AR-STATE(ET-IDX) = SPACE
                       MOVE 'C' TO ET-AR-STATE(ET-IDX)
                   END-IF
               WHEN AR-ROW-HELD
                   IF ET-AR-STATE(ET-IDX) NOT = 'O'
                       MOVE 'H' TO ET-AR-STATE(ET-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'O' TO ET-AR-STATE(ET-IDX)
           END-EVALUATE.

      *ONE COMPLIANCE RECORD: EDIT IT, THEN ADD IT TO THE LEDGER OR
      *REPLACE THE JOB'S EARLIER RECORD FOR THE SAME ITEM
       2000-POST-TRANS.
           ADD 1 TO C-TRAN-CTR.
           PERFORM 2100-EDIT-TRANS.
           IF ERR-SW = 'YES'
               PERFORM 2400-ERROR
           ELSE
               PERFORM 2200-POST-RECORD
           END-IF.
           PERFORM 9060-READ-TRANS.

       2100-EDIT-TRANS.
           MOVE 'YES' TO ERR-SW.
           MOVE LT-EST-NO TO ERROR-EST-NO.
           MOVE LT-EST-NO TO C-FIND-EST-NO.
           PERFORM 9300-FIND-ESTIMATE.
           MOVE LT-CREW-ID TO C-FIND-CREW-ID.
           PERFORM 9400-FIND-CREW.
           EVALUATE TRUE
               WHEN EST-MATCH = 'NO'
                   MOVE 'ESTIMATE NOT ON ESTIMATE FILE' TO ERROR-DESCR
               WHEN ET-ACCEPTED(ET-IDX) NOT = 'Y'
                   MOVE 'ESTIMATE IS NOT AN ACCEPTED JOB'
                       TO ERROR-DESCR
               WHEN NOT VAL-LT-ITEM
                   MOVE 'INVALID COMPLIANCE ITEM - USE P, R, OR V'
                       TO ERROR-DESCR
               WHEN LT-DATE NOT NUMERIC
                   MOVE 'COMPLIANCE RECORD DATE NOT NUMERIC'
                       TO ERROR-DESCR
               WHEN LT-NAME = SPACES
                   MOVE 'NAME REQUIRED ON A COMPLIANCE RECORD'
                       TO ERROR-DESCR
               WHEN LT-PAMPHLET
                   MOVE 'NO' TO ERR-SW
               WHEN CRW-MATCH = 'NO'
                   MOVE 'CREW NOT ON CREW MASTER' TO ERROR-DESCR
               WHEN CT-CERT-NO(CT-IDX) = SPACES
                   OR CT-CERT-EXPIRES(CT-IDX) NOT NUMERIC
                   MOVE 'CREW HAS NO CERTIFIED RENOVATOR'
                       TO ERROR-DESCR
               WHEN CT-CERT-EXPIRES(CT-IDX) < LT-DATE
                   MOVE 'RENOVATOR CERT EXPIRED BEFORE RECORD DATE'
                       TO ERROR-DESCR
               WHEN OTHER
                   MOVE 'NO' TO ERR-SW
           END-EVALUATE.

       2200-POST-RECORD.
           MOVE LT-EST-NO TO C-FIND-EST-NO.
           MOVE LT-ITEM TO C-FIND-ITEM.
           PERFORM 9500-FIND-RECORD.
           IF REC-MATCH = 'NO'
               IF LL-CTR < 2000
                   ADD 1 TO LL-CTR
                   SET LL-IDX TO LL-CTR
                   MOVE 0 TO LL-RETAIN-UNTIL(LL-IDX)
                   MOVE 'YES' TO REC-MATCH
               ELSE
                   DISPLAY 'LEAD-RECORD-TABLE EXCEEDS 2000 ROWS'
                   DISPLAY 'RECORD NOT POSTED FOR ' LT-EST-NO
               END-IF
           END-IF.
           IF REC-MATCH = 'YES'
               MOVE LT-EST-NO TO LL-EST-NO(LL-IDX)
               MOVE ET-CUST-NO(ET-IDX) TO LL-CUST-NO(LL-IDX)
               MOVE LT-ITEM TO LL-ITEM(LL-IDX)
               MOVE LT-DATE TO LL-DATE(LL-IDX)
               MOVE LT-NAME TO LL-NAME(LL-IDX)
               IF LT-PAMPHLET
                   MOVE SPACES TO LL-CREW-ID(LL-IDX)
                   MOVE SPACES TO LL-CERT-NO(LL-IDX)
               ELSE
                   MOVE LT-CREW-ID TO LL-CREW-ID(LL-IDX)
                   MOVE CT-CERT-NO(CT-IDX) TO LL-CERT-NO(LL-IDX)
               END-IF
               ADD 1 TO C-POST-CTR
               MOVE LL-EST-NO(LL-IDX) TO PDL-EST-NO
               MOVE LL-ITEM(LL-IDX) TO C-FIND-ITEM
               PERFORM 9600-ITEM-NAME
               MOVE LL-DATE(LL-IDX) TO PDL-DATE
               MOVE LL-CREW-ID(LL-IDX) TO PDL-CREW-ID
               MOVE LL-CERT-NO(LL-IDX) TO PDL-CERT-NO
               MOVE LL-NAME(LL-IDX) TO PDL-NAME
               WRITE PRTLINE FROM POSTED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       2400-ERROR.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.
           ADD 1 TO GT-ERRORS.

      *EVERY ACCEPTED JOB ON A PRE-1978 HOME. A CLOSED JOB HAS ITS
      *RECORDS STAMPED FOR RETENTION; AN OPEN ONE STILL MISSING AN
      *ITEM IS LISTED AND GOES TO THE HOLD LIST
       3000-JOB-PASS.
           OPEN OUTPUT LEADHOLD.
           WRITE PRTLINE FROM SECTION-TITLE-MISSING
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM MISSING-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-CHECK-JOB
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR.
           CLOSE LEADHOLD.

       3100-CHECK-JOB.
           IF ET-ACCEPTED(ET-IDX) = 'Y' AND ET-LEAD-RULE(ET-IDX) = 'Y'
               ADD 1 TO C-JOB-CTR
               IF ET-AR-STATE(ET-IDX) = 'C'
                   PERFORM 3300-SET-RETENTION
                       VARYING LL-IDX FROM 1 BY 1
                       UNTIL LL-IDX > LL-CTR
               ELSE
                   PERFORM 3200-OPEN-JOB
               END-IF
           END-IF.

       3200-OPEN-JOB.
           MOVE ET-EST-NO(ET-IDX) TO C-FIND-EST-NO.
           MOVE 'P' TO C-FIND-ITEM.
           PERFORM 9500-FIND-RECORD.
           PERFORM 3250-ITEM-STATUS.
           MOVE REC-MATCH TO C-HOLD-PAMPHLET.
           MOVE C-ITEM-TEXT TO MDL-PAMPHLET.

           MOVE 'V' TO C-FIND-ITEM.
           PERFORM 9500-FIND-RECORD.
           PERFORM 3250-ITEM-STATUS.
           MOVE REC-MATCH TO C-HOLD-CLEANING.
           MOVE C-ITEM-TEXT TO MDL-CLEANING.

      *THE RENOVATOR MUST STAY CERTIFIED UNTIL THE CLEANING IS
      *VERIFIED - A LAPSED CERTIFICATE ON AN UNFINISHED JOB IS MISSING
           MOVE 'R' TO C-FIND-ITEM.
           PERFORM 9500-FIND-RECORD.
           PERFORM 3250-ITEM-STATUS.
           IF REC-MATCH = 'YES' AND C-HOLD-CLEANING = 'N'
               MOVE LL-CREW-ID(LL-IDX) TO C-FIND-CREW-ID
               PERFORM 9400-FIND-CREW
               IF CRW-MATCH = 'NO'
                   MOVE 'NO' TO REC-MATCH
                   MOVE 'EXPIRED' TO C-ITEM-TEXT
               ELSE
                   IF CT-CERT-EXPIRES(CT-IDX) NOT NUMERIC
                       OR CT-CERT-EXPIRES(CT-IDX) < I-DATE
                       MOVE 'NO' TO REC-MATCH
                       MOVE 'EXPIRED' TO C-ITEM-TEXT
                   END-IF
               END-IF
           END-IF.
           MOVE REC-MATCH TO C-HOLD-RENOVATOR.
           MOVE C-ITEM-TEXT TO MDL-RENOVATOR.

           IF C-HOLD-PAMPHLET = 'N' OR C-HOLD-RENOVATOR = 'N'
               OR C-HOLD-CLEANING = 'N'
               ADD 1 TO C-HOLD-CTR
               MOVE ET-EST-NO(ET-IDX) TO LH-EST-NO
               MOVE C-HOLD-PAMPHLET TO LH-PAMPHLET
               MOVE C-HOLD-RENOVATOR TO LH-RENOVATOR
               MOVE C-HOLD-CLEANING TO LH-CLEANING
               WRITE LH-REC
               MOVE ET-EST-NO(ET-IDX) TO MDL-EST-NO
               MOVE ET-CUST-NO(ET-IDX) TO MDL-CUST-NO
               MOVE ET-CUST-NAME(ET-IDX) TO MDL-CUST-NAME
               IF ET-BUILD-YEAR(ET-IDX) = SPACES
                   MOVE 'UNKNOWN' TO MDL-BUILT
               ELSE
                   MOVE ET-BUILD-YEAR(ET-IDX) TO MDL-BUILT
               END-IF
               EVALUATE ET-AR-STATE(ET-IDX)
                   WHEN 'O'
                       MOVE 'OPEN' TO MDL-AR-STATE
                   WHEN 'H'
                       MOVE 'PAID, HELD' TO MDL-AR-STATE
                   WHEN OTHER
                       MOVE 'NOT BILLED' TO MDL-AR-STATE
               END-EVALUATE
               WRITE PRTLINE FROM MISSING-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *REC-MATCH BECOMES THE HOLD LIST'S 'Y'/'N' FLAG FOR THE ITEM
       3250-ITEM-STATUS.
           IF REC-MATCH = 'YES'
               MOVE 'ON FILE' TO C-ITEM-TEXT
           ELSE
               MOVE 'MISSING' TO C-ITEM-TEXT
           END-IF.

      *THE RETENTION CLOCK STARTS ON THE FIRST RUN THAT SEES THE JOB
      *CLOSED; A DATE ALREADY STAMPED IS NEVER MOVED
       3300-SET-RETENTION.
           IF LL-EST-NO(LL-IDX) = ET-EST-NO(ET-IDX)
               AND LL-RETAIN-UNTIL(LL-IDX) = 0
               MOVE C-RETAIN-DATE TO LL-RETAIN-UNTIL(LL-IDX)
               ADD 1 TO C-RETAIN-CTR
           END-IF.

       4000-CREW-CERTS.
           WRITE PRTLINE FROM SECTION-TITLE-CREWS
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CREW-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 4100-CREW-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-CTR.

       4100-CREW-LINE.
           MOVE CT-ID(CT-IDX) TO CDL-CREW-ID.
           MOVE CT-NAME(CT-IDX) TO CDL-NAME.
           MOVE CT-CERT-NO(CT-IDX) TO CDL-CERT-NO.
           MOVE CT-CERT-EXPIRES(CT-IDX) TO CDL-EXPIRES.
           IF CT-CERT-NO(CT-IDX) = SPACES
               OR CT-CERT-EXPIRES(CT-IDX) NOT NUMERIC
               MOVE 'NOT CERTIFIED' TO CDL-STATUS
           ELSE
               MOVE CT-CERT-EXPIRES(CT-IDX) TO C-WORK-DATE
               COMPUTE C-DAYS-EXPIRES =
                   (C-WORK-YY * 360) + (C-WORK-MM * 30) + C-WORK-DD
               COMPUTE C-DAYS-LEFT = C-DAYS-EXPIRES - C-DAYS-TODAY
               EVALUATE TRUE
                   WHEN C-DAYS-LEFT < 0
                       MOVE 'EXPIRED' TO CDL-STATUS
                       ADD 1 TO C-CERT-WARN-CTR
                   WHEN C-DAYS-LEFT NOT > CERT-WARN-DAYS
                       MOVE C-DAYS-LEFT TO C-DAYS-EDIT
                       MOVE SPACES TO CDL-STATUS
                       STRING 'EXPIRES IN ' C-DAYS-EDIT ' DAYS'
                           DELIMITED BY SIZE INTO CDL-STATUS
                       ADD 1 TO C-CERT-WARN-CTR
                   WHEN OTHER
                       MOVE 'CURRENT' TO CDL-STATUS
               END-EVALUATE
           END-IF.
           WRITE PRTLINE FROM CREW-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       5000-CLOSING.
           MOVE 'PRE-1978 JOBS CHECKED:' TO TL-LABEL.
           MOVE C-JOB-CTR TO TL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'OPEN JOBS MISSING ITEMS (HELD):' TO TL-LABEL.
           MOVE C-HOLD-CTR TO TL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CREW CERTIFICATIONS EXPIRED OR DUE:' TO TL-LABEL.
           MOVE C-CERT-WARN-CTR TO TL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS ON THE COMPLIANCE LEDGER:' TO TL-LABEL.
           MOVE LL-CTR TO TL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS STAMPED FOR RETENTION:' TO TL-LABEL.
           MOVE C-RETAIN-CTR TO TL-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 5100-SAVE-LEDGER.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-TRAN-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-POST-CTR TO TR-REC-COUNT.
           MOVE C-HOLD-CTR TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO GT-ERROR.
           WRITE ERRLINE FROM GT-ERROR-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO TR-REC-COUNT.
           MOVE C-HOLD-CTR TO TR-HASH-TOTAL.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.

      *THE WHOLE LEDGER IS WRITTEN BACK FOR THE NEXT RUN
       5100-SAVE-LEDGER.
           OPEN OUTPUT LEADLOG.
           PERFORM 5150-SAVE-ONE-RECORD
               VARYING LL-IDX FROM 1 BY 1
               UNTIL LL-IDX > LL-CTR.
           CLOSE LEADLOG.

       5150-SAVE-ONE-RECORD.
           MOVE LL-SAVED(LL-IDX) TO LD-REC.
           WRITE LD-REC.

       9000-READ-PAINT.
           READ PAINT
               AT END
                   MOVE "NO" TO MORE-RECS.

       9060-READ-TRANS.
           READ LEADTRAN
               AT END
                   MOVE "NO" TO LT-MORE-RECS
                   CLOSE LEADTRAN.

       9070-OPEN-TRANS.
           OPEN INPUT LEADTRAN.
           IF LT-FILE-STATUS NOT = '00'
               MOVE 'NO' TO LT-MORE-RECS
           ELSE
               PERFORM 9060-READ-TRANS
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-ERROR-HEADER.
           ADD 1 TO C-PG-ERROR.
           WRITE ERRLINE FROM ERROR-TITLE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.

       9300-FIND-ESTIMATE.
           MOVE 'NO' TO EST-MATCH.
           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR OR EST-MATCH = 'YES'
                   IF C-FIND-EST-NO = ET-EST-NO(ET-IDX)
                       MOVE 'YES' TO EST-MATCH
                   END-IF
           END-PERFORM.
           IF EST-MATCH = 'YES'
               SET ET-IDX DOWN BY 1
           END-IF.

       9350-FIND-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING PC-IDX FROM 1 BY 1
               UNTIL PC-IDX > PC-CTR OR CUST-MATCH = 'YES'
                   IF C-FIND-CUST-NO = PC-SAVE-NO(PC-IDX)
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET PC-IDX DOWN BY 1
           END-IF.

       9400-FIND-CREW.
           MOVE 'NO' TO CRW-MATCH.
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-CTR OR CRW-MATCH = 'YES'
                   IF C-FIND-CREW-ID = CT-ID(CT-IDX)
                       MOVE 'YES' TO CRW-MATCH
                   END-IF
           END-PERFORM.
           IF CRW-MATCH = 'YES'
               SET CT-IDX DOWN BY 1
           END-IF.

       9500-FIND-RECORD.
           MOVE 'NO' TO REC-MATCH.
           PERFORM VARYING LL-IDX FROM 1 BY 1
               UNTIL LL-IDX > LL-CTR OR REC-MATCH = 'YES'
                   IF C-FIND-EST-NO = LL-EST-NO(LL-IDX)
                       AND C-FIND-ITEM = LL-ITEM(LL-IDX)
                       MOVE 'YES' TO REC-MATCH
                   END-IF
           END-PERFORM.
           IF REC-MATCH = 'YES'
               SET LL-IDX DOWN BY 1
           END-IF.

       9600-ITEM-NAME.
           EVALUATE C-FIND-ITEM
               WHEN 'P'
                   MOVE 'PAMPHLET ACKNOWLEDGED' TO PDL-ITEM
               WHEN 'R'
                   MOVE 'CERTIFIED RENOVATOR' TO PDL-ITEM
               WHEN OTHER
                   MOVE 'CLEANING VERIFIED' TO PDL-ITEM
           END-EVALUATE.
       END PROGRAM COBCJF62.
