       identification division.
       program-id. COBCJF78.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *WEB ORDER FORM IMPORT FOR THE POP SALE. THE CLUB'S ONLINE
      *ORDER FORM EXPORTS ONE ROW PER SUBMISSION (WEBORD.DAT -
      *SUBMISSION ID AND DATE UP FRONT, THE SUBMITTER'S PHONE AND
      *E-MAIL AT THE END). THIS STEP RUNS AHEAD OF COBCJF46 AND
      *MAPS EACH SUBMISSION ONTO THE 79-BYTE ORDER LAYOUT, APPENDING
      *IT TO THE ORDER DECK (CBLPOPSL.DAT) SO NOBODY RETYPES IT:
      *  - THE SUBMISSION GETS COBCJF46'S EDITS - NAME, ADDRESS,
      *    STATE, ZIP, POP TYPE AGAINST THE SEASON'S LINEUP, CASES,
      *    TEAM, AND SELLER ID AGAINST THE ROSTER. A REJECTED ONE IS
      *    LISTED ON ITS OWN EXCEPTION REPORT (WEBERR.PRT) WITH THE
      *    SUBMITTER'S PHONE AND E-MAIL FOR THE COORDINATOR TO CALL;
      *  - A SUBMISSION FOR A HOUSEHOLD (LAST NAME PLUS ADDRESS, THE
      *    WAY COBCJF45 KEYS ONE) AND POP TYPE ALREADY ON THE DECK,
      *    OR ALREADY IMPORTED EARLIER IN THE RUN, IS A LIKELY
      *    DUPLICATE OF A PAPER ORDER AND IS HELD FOR REVIEW INSTEAD
      *    OF LOADED. THE COORDINATOR CLEARS A HELD SUBMISSION THAT
      *    TURNS OUT TO BE A SECOND ORDER BY KEYING ITS ID ON THE
      *    RELEASE FILE (WEBREL.DAT), AND IT LOADS THE NEXT NIGHT;
      *  - EVERY SUBMISSION SEEN IS KEPT ON A CROSS-REFERENCE
      *    (WEBXREF.DAT) WITH WHAT HAPPENED TO IT - L LOADED, D HELD
      *    AS A DUPLICATE, R REJECTED. THE FORM RESENDS EVERYTHING
      *    NIGHT AFTER NIGHT, SO A SUBMISSION ALREADY ON THE
      *    CROSS-REFERENCE IS SKIPPED, WHICH ALSO MAKES A RERUN SAFE.
      *THE IMPORT REGISTER (WEBORD.PRT) LISTS EVERY SUBMISSION
      *HANDLED TONIGHT AND WHAT WAS DONE WITH IT.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBIN
               ASSIGN TO WS-WEBIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WO-FILE-STATUS.
           SELECT WEBXREF
               ASSIGN TO WS-WEBXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WX-FILE-STATUS.
           SELECT WEBREL
               ASSIGN TO WS-WEBREL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-FILE-STATUS.
           SELECT INPT
               ASSIGN TO WS-INPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS I-FILE-STATUS.
           SELECT SELLROST
               ASSIGN TO WS-SELLROST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ERROUT
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.

      *THE ORDER FORM'S EXPORT - ONE ROW PER SUBMISSION
       FD WEBIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 WO-REC.
           05 WO-SUBMIT-ID     PIC X(10).
           05 WO-SUBMIT-DATE.
               10 WO-YYYY      PIC 9(4).
               10 WO-MM        PIC 99.
               10 WO-DD        PIC 99.
           05 WO-LNAME         PIC X(15).
           05 WO-FNAME         PIC X(15).
           05 WO-ADDRESS       PIC X(15).
           05 WO-CITY          PIC X(10).
           05 WO-STATE         PIC XX.
               88 VAL-WO-STATE
                   VALUE 'IA','IL','MI','MO','NE','WI'.
           05 WO-ZIP           PIC X(9).
           05 WO-POP-TYPE      PIC 99.
           05 WO-CASES         PIC 99.
           05 WO-TEAM          PIC X.
               88 VAL-WO-TEAM              VALUE 'A' THRU 'E'.
           05 WO-SELLER-ID     PIC X(3).
           05 WO-PHONE.
               10 WO-PHONE-AREA    PIC X(3).
               10 WO-PHONE-EXCH    PIC X(3).
               10 WO-PHONE-LINE    PIC X(4).
           05 WO-EMAIL         PIC X(30).

      *EVERY SUBMISSION EVER SEEN AND WHAT WAS DONE WITH IT
       FD WEBXREF
           LABEL RECORD IS STANDARD
           DATA RECORD IS WX-REC
           RECORD CONTAINS 19 CHARACTERS.

       01 WX-REC.
           05 WX-SUBMIT-ID     PIC X(10).
           05 WX-IMPORT-DATE   PIC 9(8).
           05 WX-STATUS        PIC X.

      *HELD SUBMISSIONS THE COORDINATOR HAS CLEARED TO LOAD
       FD WEBREL
           LABEL RECORD IS STANDARD
           DATA RECORD IS WR-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 WR-REC.
           05 WR-SUBMIT-ID     PIC X(10).

      *THE ORDER DECK - READ FOR WHAT IS ALREADY KEYED, THEN
      *EXTENDED WITH THE IMPORTED ORDERS
       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 I-REC.
           05 I-LNAME          PIC X(15).
           05 I-FNAME          PIC X(15).
           05 I-ADDRESS        PIC X(15).
           05 I-CITY           PIC X(10).
           05 I-STATE          PIC XX.
           05 I-ZIP            PIC X(9).
           05 I-POP-TYPE       PIC 99.
           05 I-CASES          PIC 99.
           05 I-TEAM           PIC X.
           05 I-JOB-KEY        PIC X.
           05 I-HOURS-WORKED   PIC 99V99.
           05 I-SELLER-ID      PIC X(3).

       FD SELLROST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 SR-REC.
           05 SR-ID             PIC X(3).
           05 SR-NAME           PIC X(20).
           05 SR-TEAM           PIC X.

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 59.

       01 PRTLINE              PIC X(132).

       FD ERROUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 59.

       01 ERRLINE              PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS        PIC XXX     VALUE 'YES'.
           05 I-MORE-RECS      PIC XXX     VALUE 'YES'.
           05 WX-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 WR-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 SR-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 XR-MATCH         PIC XXX     VALUE 'NO'.
           05 REL-MATCH        PIC XXX     VALUE 'NO'.
           05 DUP-MATCH        PIC XXX     VALUE 'NO'.
           05 SEL-MATCH        PIC XXX     VALUE 'NO'.
      *WHAT WAS DONE WITH THE SUBMISSION IN HAND, FOR ITS XREF ROW
           05 SUB-DISPOSITION  PIC X       VALUE SPACE.

       01 FILE-STATUS-AREA.
           05 WO-FILE-STATUS   PIC XX.
           05 WX-FILE-STATUS   PIC XX.
           05 WR-FILE-STATUS   PIC XX.
           05 I-FILE-STATUS    PIC XX.
           05 SR-FILE-STATUS   PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-WEBIN-PATH         PIC X(80)
               VALUE 'C:\COBOL\WEBORD.DAT'.
           05 WS-WEBXREF-PATH       PIC X(80)
               VALUE 'C:\COBOL\WEBXREF.DAT'.
           05 WS-WEBREL-PATH        PIC X(80)
               VALUE 'C:\COBOL\WEBREL.DAT'.
           05 WS-INPT-PATH          PIC X(80)
               VALUE 'C:\COBOL\CBLPOPSL.DAT'.
           05 WS-SELLROST-PATH      PIC X(80)
               VALUE 'C:\COBOL\SELLROST.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\WEBORD.PRT'.
           05 WS-ERROUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\WEBERR.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY       PIC 9(4).
               10 I-MM         PIC 99.
               10 I-DD         PIC 99.
           05 I-DATE-N REDEFINES I-DATE    PIC 9(8).
           05 I-TIME           PIC X(11).

       01 COMP-TITLE1.
           05 FILLER           PIC X(6)    VALUE 'DATE:'.
           05 COMP-DATE.
               10 MM           PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 DD           PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 YYYY         PIC 9(4).
           05 FILLER           PIC X(36)   VALUE SPACE.
           05 FILLER           PIC X(72)
               VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER           PIC X(6)    VALUE 'PAGE:'.
           05 PG               PIC Z9.

       01 COMP-TITLE2.
           05 FILLER           PIC X(58)   VALUE 'COBCJF78'.
           05 FILLER           PIC X(74)
               VALUE 'WEB ORDER IMPORT REGISTER'.

       01 ERROR-TITLE2.
           05 FILLER           PIC X(58)   VALUE 'COBCJF78'.
           05 FILLER           PIC X(74)
               VALUE 'REJECTED WEB ORDERS - CALL THE SUBMITTER'.

       01 REGISTER-HEADINGS.
           05 FILLER           PIC X(12)   VALUE "SUBMISSION".
           05 FILLER           PIC X(16)   VALUE "LAST NAME".
           05 FILLER           PIC X(16)   VALUE "FIRST NAME".
           05 FILLER           PIC X(16)   VALUE "ADDRESS".
           05 FILLER           PIC X(11)   VALUE "ZIP".
           05 FILLER           PIC X(6)    VALUE "TYPE".
           05 FILLER           PIC X(7)    VALUE "CASES".
           05 FILLER           PIC X(6)    VALUE "TEAM".
           05 FILLER           PIC X(42)   VALUE "DISPOSITION".

       01 REGISTER-LINE.
           05 RGL-SUBMIT-ID    PIC X(10).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RGL-LNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 RGL-FNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 RGL-ADDRESS      PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 RGL-ZIP          PIC X(9).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RGL-POP-TYPE     PIC XX.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 RGL-CASES        PIC XX.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 RGL-TEAM         PIC X.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 RGL-DISPOSITION  PIC X(30).
           05 FILLER           PIC X(12)   VALUE SPACE.

      *PRINTED UNDER A HELD SUBMISSION - THE ORDER IT LOOKS LIKE
       01 DUP-MATCH-LINE.
           05 FILLER           PIC X(12)   VALUE SPACE.
           05 FILLER           PIC X(10)   VALUE 'MATCHES:'.
           05 DML-SOURCE       PIC X(36).
           05 FILLER           PIC X(8)    VALUE 'CASES:'.
           05 DML-CASES        PIC Z9.
           05 FILLER           PIC X(64)   VALUE SPACE.

       01 NO-WEB-LINE.
           05 FILLER           PIC X(40)
               VALUE 'NO NEW WEB SUBMISSIONS TONIGHT'.
           05 FILLER           PIC X(92)   VALUE SPACE.

       01 GT-HEADING           PIC X(132)  VALUE "GRAND TOTALS:".

       01 GT-LINE.
           05 FILLER           PIC X(14)   VALUE 'SUBMISSIONS:'.
           05 GTL-READ         PIC ZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 FILLER           PIC X(18)   VALUE 'ALREADY IMPORTED:'.
           05 GTL-SKIPPED      PIC ZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'LOADED:'.
           05 GTL-LOADED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE 'HELD:'.
           05 GTL-HELD         PIC ZZ,ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 FILLER           PIC X(10)   VALUE 'REJECTED:'.
           05 GTL-REJECTED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(30)   VALUE SPACE.

       01 ERROR-HEADINGS.
           05 FILLER           PIC X(12)   VALUE "SUBMISSION".
           05 FILLER           PIC X(12)   VALUE "SUBMITTED".
           05 FILLER           PIC X(16)   VALUE "LAST NAME".
           05 FILLER           PIC X(16)   VALUE "FIRST NAME".
           05 FILLER           PIC X(14)   VALUE "PHONE".
           05 FILLER           PIC X(62)   VALUE "E-MAIL".

       01 ERROR-CONTACT-LINE.
           05 ECL-SUBMIT-ID    PIC X(10).
           05 FILLER           PIC XX      VALUE SPACE.
           05 ECL-DATE.
               10 ECL-MM       PIC XX.
               10 FILLER       PIC X       VALUE '/'.
               10 ECL-DD       PIC XX.
               10 FILLER       PIC X       VALUE '/'.
               10 ECL-YYYY     PIC X(4).
           05 FILLER           PIC XX      VALUE SPACE.
           05 ECL-LNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 ECL-FNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 ECL-PHONE.
               10 ECL-PHONE-AREA   PIC X(3).
               10 FILLER           PIC X   VALUE '-'.
               10 ECL-PHONE-EXCH   PIC X(3).
               10 FILLER           PIC X   VALUE '-'.
               10 ECL-PHONE-LINE   PIC X(4).
           05 FILLER           PIC XX      VALUE SPACE.
           05 ECL-EMAIL        PIC X(30).
           05 FILLER           PIC X(32)   VALUE SPACE.

      *THE SUBMISSION AS RECEIVED AND WHY IT WAS TURNED BACK
       01 ERROR-LINE.
           05 ERROR-RECORD     PIC X(74).
           05 FILLER           PIC X       VALUE SPACE.
           05 ERROR-DESCR      PIC X(57).

       01 ERROR-LINE-VARS.
           05 ERR-SW           PIC XXX.
           05 ERR-CODE         PIC 99      VALUE ZERO.
           05 PG-ERROR         PIC 99      VALUE ZERO.

           COPY "ERRMSGS.CPY".

       01 SUBMIT-ID-MSG        PIC X(60)
               VALUE 'SUBMISSION ID MISSING FROM THE WEB EXPORT'.

      *THE CROSS-REFERENCE, HELD IN FULL AND WRITTEN BACK AT CLOSE
       01 XREF-TABLE.
           05 XR-ENTRY OCCURS 3000 TIMES.
               10 XR-SUBMIT-ID     PIC X(10).
               10 XR-IMPORT-DATE   PIC 9(8).
               10 XR-STATUS        PIC X.
                   88 XR-LOADED        VALUE 'L'.
                   88 XR-HELD          VALUE 'D'.
                   88 XR-REJECTED      VALUE 'R'.

       01 RELEASE-TABLE.
           05 REL-SUBMIT-ID    PIC X(10)   OCCURS 200.

      *ORDERS ON THE DECK PLUS THE ONES IMPORTED SO FAR TONIGHT, FOR
      *THE DUPLICATE CHECK - SOURCE P ON THE DECK, W IMPORTED
       01 ORDER-TABLE.
           05 OD-ENTRY OCCURS 3000 TIMES.
               10 OD-LNAME         PIC X(15).
               10 OD-ADDRESS       PIC X(15).
               10 OD-POP-TYPE      PIC XX.
               10 OD-CASES         PIC 99.
               10 OD-SOURCE        PIC X.
               10 OD-SUBMIT-ID     PIC X(10).

       01 SELLER-TABLE.
           05 SEL-ID           PIC X(3)    OCCURS 200.

       01 IMPORT-CALC-VARS.
           05 XR-CTR           PIC 9(4)    VALUE ZERO.
           05 XR-SUB           PIC 9(4)    VALUE ZERO.
           05 REL-CTR          PIC 9(3)    VALUE ZERO.
           05 REL-SUB          PIC 9(3)    VALUE ZERO.
           05 OD-CTR           PIC 9(4)    VALUE ZERO.
           05 OD-SUB           PIC 9(4)    VALUE ZERO.
           05 SEL-CTR          PIC 9(3)    VALUE ZERO.
           05 SEL-SUB          PIC 9(3)    VALUE ZERO.
           05 C-READ           PIC 9(5)    VALUE ZERO.
           05 C-SKIPPED        PIC 9(5)    VALUE ZERO.
           05 C-LOADED         PIC 9(5)    VALUE ZERO.
           05 C-HELD           PIC 9(5)    VALUE ZERO.
           05 C-REJECTED       PIC 9(5)    VALUE ZERO.
           05 C-CASES-LOADED   PIC 9(7)    VALUE ZERO.
           05 PG-CTR           PIC 99      VALUE ZERO.

      *POP PRODUCT MASTER LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

       procedure division.
       0000-MAIN.
           PERFORM 0100-MASTER-CHECK.
           PERFORM 1000-INIT.
           PERFORM 2000-ONE-SUBMISSION
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A WEB ORDER WAS REJECTED OR HELD AS A LIKELY DUPLICATE
           IF C-REJECTED > 0 OR C-HELD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *WITHOUT THE PRODUCT MASTER EVERY SUBMISSION WOULD REJECT AS A
      *BAD POP TYPE AND GO ON THE CROSS-REFERENCE THAT WAY, SO STOP
      *BEFORE ANYTHING IS OPENED - RETURN CODE 8
       0100-MASTER-CHECK.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE 0 TO PRC-SEASON.
           MOVE 0 TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           IF PRC-MASTER-OK = 'N'
               DISPLAY 'COBCJF78: POP PRODUCT MASTER UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
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
           MOVE I-YYYY TO YYYY.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF78" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-XREF-RESTORE.
           PERFORM 1200-RELEASE-LOAD.
           PERFORM 1300-DECK-LOAD.
           PERFORM 1400-SELLER-ROSTER-LOAD.

      *THE IMPORTED ORDERS FOLLOW WHATEVER WAS KEYED; THE FIRST
      *WRITE OF THE SEASON CREATES THE DECK
           OPEN EXTEND INPT.
           IF I-FILE-STATUS NOT = '00'
               OPEN OUTPUT INPT
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 9200-ERROR-HEADER.

           OPEN INPUT WEBIN.
           IF WO-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'WEBORD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WEBIN-PATH
           END-IF.

           DISPLAY 'WEBXREF_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WEBXREF-PATH
           END-IF.

           DISPLAY 'WEBREL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WEBREL-PATH
           END-IF.

           DISPLAY 'CBLPOPSL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPT-PATH
           END-IF.

           DISPLAY 'SELLROST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SELLROST-PATH
           END-IF.

           DISPLAY 'WEBORD_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'WEBERR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

       1100-XREF-RESTORE.
           OPEN INPUT WEBXREF.
           IF WX-FILE-STATUS = '00'
               PERFORM 1110-LOAD-ONE-XREF
                   UNTIL WX-MORE-RECS = 'NO'
               CLOSE WEBXREF
           END-IF.

       1110-LOAD-ONE-XREF.
           READ WEBXREF
               AT END
                   MOVE 'NO' TO WX-MORE-RECS
               NOT AT END
                   IF XR-CTR < 3000
                       ADD 1 TO XR-CTR
                       MOVE WX-REC TO XR-ENTRY(XR-CTR)
                   ELSE
                       DISPLAY 'XREF-TABLE EXCEEDS 3000 ROWS'
                       DISPLAY 'REMAINING XREF ROWS NOT LOADED'
                   END-IF
           END-READ.

       1200-RELEASE-LOAD.
           OPEN INPUT WEBREL.
           IF WR-FILE-STATUS = '00'
               PERFORM 1210-LOAD-ONE-RELEASE
                   UNTIL WR-MORE-RECS = 'NO'
               CLOSE WEBREL
           END-IF.

       1210-LOAD-ONE-RELEASE.
           READ WEBREL
               AT END
                   MOVE 'NO' TO WR-MORE-RECS
               NOT AT END
                   IF REL-CTR < 200
                       ADD 1 TO REL-CTR
                       MOVE WR-SUBMIT-ID TO REL-SUBMIT-ID(REL-CTR)
                   ELSE
                       DISPLAY 'RELEASE-TABLE EXCEEDS 200 ROWS - '
                           'RELEASE SKIPPED: ' WR-SUBMIT-ID
                   END-IF
           END-READ.

       1300-DECK-LOAD.
           OPEN INPUT INPT.
           IF I-FILE-STATUS = '00'
               PERFORM 1310-LOAD-ONE-ORDER
                   UNTIL I-MORE-RECS = 'NO'
               CLOSE INPT
           END-IF.

       1310-LOAD-ONE-ORDER.
           READ INPT
               AT END
                   MOVE 'NO' TO I-MORE-RECS
               NOT AT END
                   IF OD-CTR < 3000
                       ADD 1 TO OD-CTR
                       MOVE I-LNAME TO OD-LNAME(OD-CTR)
                       MOVE I-ADDRESS TO OD-ADDRESS(OD-CTR)
                       MOVE I-POP-TYPE TO OD-POP-TYPE(OD-CTR)
                       MOVE I-CASES TO OD-CASES(OD-CTR)
                       MOVE 'P' TO OD-SOURCE(OD-CTR)
                       MOVE SPACES TO OD-SUBMIT-ID(OD-CTR)
                   ELSE
                       DISPLAY 'ORDER-TABLE EXCEEDS 3000 ROWS - '
                           'NOT CHECKED FOR DUPLICATES: ' I-LNAME
                   END-IF
           END-READ.

       1400-SELLER-ROSTER-LOAD.
           OPEN INPUT SELLROST.
           IF SR-FILE-STATUS = '00'
               PERFORM 1410-LOAD-ONE-SELLER
                   UNTIL SR-MORE-RECS = 'NO'
               CLOSE SELLROST
           END-IF.

       1410-LOAD-ONE-SELLER.
           READ SELLROST
               AT END
                   MOVE 'NO' TO SR-MORE-RECS
               NOT AT END
                   IF SEL-CTR < 200
                       ADD 1 TO SEL-CTR
                       MOVE SR-ID TO SEL-ID(SEL-CTR)
                   ELSE
                       DISPLAY 'SELLER-TABLE EXCEEDS 200 '
                           'ROWS - ROW SKIPPED'
                   END-IF
           END-READ.

      *A SUBMISSION ALREADY ON THE CROSS-REFERENCE WAS DEALT WITH ON
      *AN EARLIER NIGHT - UNLESS IT WAS HELD AND HAS SINCE BEEN
      *RELEASED, IT IS SKIPPED
       2000-ONE-SUBMISSION.
           ADD 1 TO C-READ.
           PERFORM 2050-FIND-XREF.
           IF XR-MATCH = 'YES'
               PERFORM 2060-FIND-RELEASE
               IF XR-HELD(XR-SUB) AND REL-MATCH = 'YES'
                   PERFORM 2400-LOAD-ORDER
                   MOVE 'L' TO XR-STATUS(XR-SUB)
                   MOVE I-DATE-N TO XR-IMPORT-DATE(XR-SUB)
                   MOVE 'RELEASED AFTER REVIEW - LOADED'
                       TO RGL-DISPOSITION
                   PERFORM 2600-REGISTER-LINE
               ELSE
                   ADD 1 TO C-SKIPPED
               END-IF
           ELSE
               PERFORM 2100-VALIDATION THRU 2100-X
               IF ERR-SW = 'YES'
                   PERFORM 2500-REJECT
                   MOVE 'R' TO SUB-DISPOSITION
               ELSE
                   PERFORM 2200-DUP-CHECK
                   IF DUP-MATCH = 'YES'
                       ADD 1 TO C-HELD
                       MOVE 'HELD - LIKELY DUPLICATE'
                           TO RGL-DISPOSITION
                       PERFORM 2600-REGISTER-LINE
                       PERFORM 2700-DUP-MATCH-LINE
                       MOVE 'D' TO SUB-DISPOSITION
                   ELSE
                       PERFORM 2400-LOAD-ORDER
                       MOVE 'LOADED' TO RGL-DISPOSITION
                       PERFORM 2600-REGISTER-LINE
                       MOVE 'L' TO SUB-DISPOSITION
                   END-IF
               END-IF
               PERFORM 2800-XREF-ADD
           END-IF.
           PERFORM 9000-READ.

       2050-FIND-XREF.
           MOVE 'NO' TO XR-MATCH.
           MOVE 1 TO XR-SUB.
           IF WO-SUBMIT-ID NOT = SPACES
               PERFORM 2055-NEXT-XREF
                   UNTIL XR-SUB > XR-CTR OR XR-MATCH = 'YES'
           END-IF.

       2055-NEXT-XREF.
           IF WO-SUBMIT-ID = XR-SUBMIT-ID(XR-SUB)
               MOVE 'YES' TO XR-MATCH
           ELSE
               ADD 1 TO XR-SUB
           END-IF.

       2060-FIND-RELEASE.
           MOVE 'NO' TO REL-MATCH.
           PERFORM 2065-NEXT-RELEASE
               VARYING REL-SUB FROM 1 BY 1
                   UNTIL REL-SUB > REL-CTR OR REL-MATCH = 'YES'.

       2065-NEXT-RELEASE.
           IF WO-SUBMIT-ID = REL-SUBMIT-ID(REL-SUB)
               MOVE 'YES' TO REL-MATCH
           END-IF.

      *COBCJF46'S ORDER EDITS, IN ITS ORDER, ON THE MAPPED FIELDS -
      *THE FORM HAS NO VOLUNTEER HOURS, SO NO JOB KEY EDIT
       2100-VALIDATION.
           MOVE 'YES' TO ERR-SW.
           PERFORM 2150-SELLER-LOOKUP.
           MOVE 'N' TO PRC-FOUND.
           IF WO-POP-TYPE NUMERIC
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE WO-POP-TYPE TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
           END-IF.
           EVALUATE TRUE
               WHEN WO-SUBMIT-ID = SPACES
                   MOVE SUBMIT-ID-MSG TO ERROR-DESCR
                   MOVE 0 TO ERR-CODE
               WHEN WO-LNAME = SPACES
                   MOVE ERROR-MSG(1) TO ERROR-DESCR
                   MOVE 1 TO ERR-CODE
               WHEN WO-FNAME = SPACES
                   MOVE ERROR-MSG(2) TO ERROR-DESCR
                   MOVE 2 TO ERR-CODE
               WHEN WO-ADDRESS = SPACES
                   MOVE ERROR-MSG(3) TO ERROR-DESCR
                   MOVE 3 TO ERR-CODE
               WHEN WO-CITY = SPACES
                   MOVE ERROR-MSG(4) TO ERROR-DESCR
                   MOVE 4 TO ERR-CODE
               WHEN WO-STATE = SPACES
                   MOVE ERROR-MSG(5) TO ERROR-DESCR
                   MOVE 5 TO ERR-CODE
               WHEN NOT VAL-WO-STATE
                   MOVE ERROR-MSG(6) TO ERROR-DESCR
                   MOVE 6 TO ERR-CODE
               WHEN WO-ZIP NOT NUMERIC
                   MOVE ERROR-MSG(7) TO ERROR-DESCR
                   MOVE 7 TO ERR-CODE
               WHEN WO-POP-TYPE NOT NUMERIC
                   MOVE ERROR-MSG(8) TO ERROR-DESCR
                   MOVE 8 TO ERR-CODE
               WHEN PRC-FOUND = 'N'
                   MOVE ERROR-MSG(9) TO ERROR-DESCR
                   MOVE 9 TO ERR-CODE
               WHEN WO-CASES NOT NUMERIC
                   MOVE ERROR-MSG(10) TO ERROR-DESCR
                   MOVE 10 TO ERR-CODE
               WHEN WO-CASES < 1
                   MOVE ERROR-MSG(11) TO ERROR-DESCR
                   MOVE 11 TO ERR-CODE
               WHEN NOT VAL-WO-TEAM
                   MOVE ERROR-MSG(12) TO ERROR-DESCR
                   MOVE 12 TO ERR-CODE
               WHEN WO-SELLER-ID NOT = SPACES AND SEL-MATCH = 'NO'
                   MOVE ERROR-MSG(14) TO ERROR-DESCR
                   MOVE 14 TO ERR-CODE
               WHEN OTHER
                   MOVE 'NO' TO ERR-SW
           END-EVALUATE.

       2100-X.
           EXIT.

       2150-SELLER-LOOKUP.
           MOVE 'NO' TO SEL-MATCH.
           PERFORM 2155-NEXT-SELLER
               VARYING SEL-SUB FROM 1 BY 1
                   UNTIL SEL-SUB > SEL-CTR OR SEL-MATCH = 'YES'.

       2155-NEXT-SELLER.
           IF WO-SELLER-ID = SEL-ID(SEL-SUB)
               MOVE 'YES' TO SEL-MATCH
           END-IF.

      *SAME HOUSEHOLD AND SAME POP TYPE AS AN ORDER ALREADY ON THE
      *DECK OR IMPORTED EARLIER TONIGHT
       2200-DUP-CHECK.
           MOVE 'NO' TO DUP-MATCH.
           MOVE 1 TO OD-SUB.
           PERFORM 2250-NEXT-ORDER
               UNTIL OD-SUB > OD-CTR OR DUP-MATCH = 'YES'.

       2250-NEXT-ORDER.
           IF WO-LNAME = OD-LNAME(OD-SUB)
               AND WO-ADDRESS = OD-ADDRESS(OD-SUB)
               AND WO-POP-TYPE = OD-POP-TYPE(OD-SUB)
               MOVE 'YES' TO DUP-MATCH
           ELSE
               ADD 1 TO OD-SUB
           END-IF.

      *MAP THE SUBMISSION ONTO THE ORDER LAYOUT AND APPEND IT
       2400-LOAD-ORDER.
           MOVE SPACES TO I-REC.
           MOVE WO-LNAME TO I-LNAME.
           MOVE WO-FNAME TO I-FNAME.
           MOVE WO-ADDRESS TO I-ADDRESS.
           MOVE WO-CITY TO I-CITY.
           MOVE WO-STATE TO I-STATE.
           MOVE WO-ZIP TO I-ZIP.
           MOVE WO-POP-TYPE TO I-POP-TYPE.
           MOVE WO-CASES TO I-CASES.
           MOVE WO-TEAM TO I-TEAM.
           MOVE SPACE TO I-JOB-KEY.
           MOVE 0 TO I-HOURS-WORKED.
           MOVE WO-SELLER-ID TO I-SELLER-ID.
           WRITE I-REC.
           ADD 1 TO C-LOADED.
           ADD WO-CASES TO C-CASES-LOADED.

           IF OD-CTR < 3000
               ADD 1 TO OD-CTR
               MOVE WO-LNAME TO OD-LNAME(OD-CTR)
               MOVE WO-ADDRESS TO OD-ADDRESS(OD-CTR)
               MOVE WO-POP-TYPE TO OD-POP-TYPE(OD-CTR)
               MOVE WO-CASES TO OD-CASES(OD-CTR)
               MOVE 'W' TO OD-SOURCE(OD-CTR)
               MOVE WO-SUBMIT-ID TO OD-SUBMIT-ID(OD-CTR)
           END-IF.

      *THE COORDINATOR'S CALL SHEET - WHO SENT IT, HOW TO REACH
      *THEM, WHAT THEY SENT, AND WHAT WAS WRONG WITH IT
       2500-REJECT.
           ADD 1 TO C-REJECTED.
           MOVE WO-SUBMIT-ID TO ECL-SUBMIT-ID.
           MOVE WO-SUBMIT-DATE(5:2) TO ECL-MM.
           MOVE WO-SUBMIT-DATE(7:2) TO ECL-DD.
           MOVE WO-SUBMIT-DATE(1:4) TO ECL-YYYY.
           MOVE WO-LNAME TO ECL-LNAME.
           MOVE WO-FNAME TO ECL-FNAME.
           IF WO-PHONE = SPACES
               MOVE SPACES TO ECL-PHONE
           ELSE
               MOVE WO-PHONE-AREA TO ECL-PHONE-AREA
               MOVE '-' TO ECL-PHONE(4:1)
               MOVE WO-PHONE-EXCH TO ECL-PHONE-EXCH
               MOVE '-' TO ECL-PHONE(8:1)
               MOVE WO-PHONE-LINE TO ECL-PHONE-LINE
           END-IF.
           MOVE WO-EMAIL TO ECL-EMAIL.
           MOVE WO-REC(19:74) TO ERROR-RECORD.

           WRITE ERRLINE FROM ERROR-CONTACT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.

           MOVE 'REJECTED - SEE WEBERR.PRT' TO RGL-DISPOSITION.
           PERFORM 2600-REGISTER-LINE.

       2600-REGISTER-LINE.
           MOVE WO-SUBMIT-ID TO RGL-SUBMIT-ID.
           MOVE WO-LNAME TO RGL-LNAME.
           MOVE WO-FNAME TO RGL-FNAME.
           MOVE WO-ADDRESS TO RGL-ADDRESS.
           MOVE WO-ZIP TO RGL-ZIP.
           MOVE WO-REC(85:2) TO RGL-POP-TYPE.
           MOVE WO-REC(87:2) TO RGL-CASES.
           MOVE WO-TEAM TO RGL-TEAM.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2700-DUP-MATCH-LINE.
           IF OD-SOURCE(OD-SUB) = 'W'
               MOVE SPACES TO DML-SOURCE
               STRING 'WEB SUBMISSION ' DELIMITED BY SIZE
                   OD-SUBMIT-ID(OD-SUB) DELIMITED BY SPACE
                   ' TONIGHT' DELIMITED BY SIZE
                   INTO DML-SOURCE
           ELSE
               MOVE 'ORDER ALREADY ON THE DECK' TO DML-SOURCE
           END-IF.
           MOVE OD-CASES(OD-SUB) TO DML-CASES.
           WRITE PRTLINE FROM DUP-MATCH-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2800-XREF-ADD.
           IF WO-SUBMIT-ID NOT = SPACES
               IF XR-CTR < 3000
                   ADD 1 TO XR-CTR
                   MOVE WO-SUBMIT-ID TO XR-SUBMIT-ID(XR-CTR)
                   MOVE I-DATE-N TO XR-IMPORT-DATE(XR-CTR)
                   MOVE SUB-DISPOSITION TO XR-STATUS(XR-CTR)
               ELSE
                   DISPLAY 'XREF-TABLE EXCEEDS 3000 ROWS - '
                       'SUBMISSION NOT KEPT: ' WO-SUBMIT-ID
               END-IF
           END-IF.

       3000-CLOSING.
           IF WO-FILE-STATUS NOT = '35'
               CLOSE WEBIN
           END-IF.
           CLOSE INPT.

           OPEN OUTPUT WEBXREF.
           PERFORM 3100-XREF-SAVE
               VARYING XR-SUB FROM 1 BY 1
                   UNTIL XR-SUB > XR-CTR.
           CLOSE WEBXREF.

           IF C-LOADED = 0 AND C-HELD = 0 AND C-REJECTED = 0
               WRITE PRTLINE FROM NO-WEB-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-READ TO GTL-READ.
           MOVE C-SKIPPED TO GTL-SKIPPED.
           MOVE C-LOADED TO GTL-LOADED.
           MOVE C-HELD TO GTL-HELD.
           MOVE C-REJECTED TO GTL-REJECTED.
           WRITE PRTLINE FROM GT-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-READ TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-LOADED TO TR-REC-COUNT.
           MOVE C-CASES-LOADED TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-REJECTED TO TR-REC-COUNT.
           MOVE 0 TO TR-HASH-TOTAL.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.

       3100-XREF-SAVE.
           WRITE WX-REC FROM XR-ENTRY(XR-SUB).

       9000-READ.
           READ WEBIN
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM COMP-TITLE1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMP-TITLE2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM REGISTER-HEADINGS
               AFTER ADVANCING 2 LINES.

       9200-ERROR-HEADER.
           ADD 1 TO PG-ERROR.
           MOVE PG-ERROR TO PG.
           WRITE ERRLINE FROM COMP-TITLE1
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-TITLE2
               AFTER ADVANCING 1 LINE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF78.
