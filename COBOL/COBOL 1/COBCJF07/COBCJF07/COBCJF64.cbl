       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF64.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *BOAT DEAL NUMBERING. EVERY BOAT PROGRAM USED TO TIE ITS
      *RECORDS TOGETHER ON THE BUYER'S LAST NAME, AND TWO JOHNSONS
      *BUYING IN THE SAME WEEK BROKE ALL OF IT. THIS STEP RUNS
      *AHEAD OF EVERY OTHER BOAT STEP (AND ON DEMAND FROM THE SALES
      *OFFICE AS DEALS ARE KEYED) AND:
      *  - GIVES EVERY DEAL IN CBLBOAT1.DAT WITHOUT ONE THE NEXT
      *    DEAL NUMBER FROM THE CONTROL FILE (BOATDLNO.DAT);
      *  - CHECKS THE DEAL'S CUSTOMER NUMBER AGAINST THE BOAT
      *    CUSTOMER MASTER (BOATCUST.DAT). A DEAL KEYED WITH NO
      *    CUSTOMER NUMBER IS A NEW BUYER - IT OPENS A MASTER ROW
      *    UNDER THE NEXT CUSTOMER NUMBER WITH THE NAME AND STATE
      *    FROM THE DEAL, AND THE REGISTER FLAGS IT FOR THE OFFICE
      *    TO KEY THE ADDRESS AND PHONE;
      *  - REWRITES CBLBOAT1.DAT WITH THE NUMBERS IN PLACE AND
      *    PRINTS THE DEAL REGISTER (BOATDEAL.PRT) THE F AND I DESK,
      *    THE LENDER, AND THE LOT KEY THEIR RECORDS FROM.
      *A NUMBER ALREADY ON A DEAL IS NEVER CHANGED, SO A RERUN
      *ASSIGNS NOTHING NEW. A CUSTOMER NUMBER NOT ON THE MASTER
      *PRINTS AS AN EXCEPTION FOR THE OFFICE TO CORRECT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INPT
               ASSIGN TO WS-INPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS I-FILE-STATUS.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT DEALCTL
               ASSIGN TO WS-DEALCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS INPT-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 INPT-REC.
           05 I-LAST-NAME          PIC X(15).
           05 I-STATE              PIC X(2).
           05 I-BOAT-COST          PIC 9(6)V99.
           05 I-PURCHASE-DATE      PIC 9(8).
           05 I-BOAT-TYPE          PIC X.
           05 I-ACCESSORY-PACKAGE  PIC 9.
           05 I-PREP-DELIVER-COST  PIC 9(5)V99.
           05 I-SALESPERSON-ID     PIC X(5).
           05 I-FINANCED           PIC X.
           05 I-APR                PIC 9V999.
           05 I-TERM-MONTHS        PIC 999.
           05 I-TRADE-DESC         PIC X(15).
           05 I-TRADE-ALLOW        PIC 9(5)V99.
           05 I-DEAL-NO            PIC X(6).
           05 I-CUST-NO            PIC X(5).

      *BOAT CUSTOMER MASTER - NUMBER, NAME, ADDRESS, AND PHONE
       FD  BOATCUST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BC-REC.
           05 BC-NO                PIC X(5).
           05 BC-NAME              PIC X(25).
           05 BC-ADDRESS           PIC X(25).
           05 BC-CITY              PIC X(15).
           05 BC-STATE             PIC XX.
           05 BC-ZIP               PIC X(5).
           05 BC-PHONE             PIC X(10).

      *DEAL NUMBER CONTROL - ONE RECORD, THE LAST NUMBER GIVEN OUT
       FD  DEALCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DN-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 DN-REC.
           05 DN-LAST-DEAL         PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 BC-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 I-FILE-STATUS        PIC XX.
           05 BC-FILE-STATUS       PIC XX.
           05 DN-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-INPT-PATH             PIC X(80)
               VALUE 'C:\COBOL\CBLBOAT1.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-DEALCTL-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATDLNO.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATDEAL.PRT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(34)       VALUE SPACE.
           05 FILLER               PIC X(25)
               VALUE "BOAT DEAL REGISTER".
           05 FILLER               PIC X(49)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 DEAL-HEADING-LINE.
           05 FILLER               PIC X(9)        VALUE "DEAL".
           05 FILLER               PIC X(18)       VALUE "LAST NAME".
           05 FILLER               PIC X(5)        VALUE "ST".
           05 FILLER               PIC X(6)        VALUE "TYPE".
           05 FILLER               PIC X(12)       VALUE "PURCHASED".
           05 FILLER               PIC X(8)        VALUE "CUST".
           05 FILLER               PIC X(28)       VALUE "CUSTOMER".
           05 FILLER               PIC X(46)       VALUE "NOTE".

       01 DEAL-DETAIL-LINE.
           05 DDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 DDL-LAST-NAME        PIC X(15).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 DDL-STATE            PIC XX.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 DDL-TYPE             PIC X.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 DDL-PURCHASED        PIC 9(8).
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 DDL-CUST-NO          PIC X(5).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 DDL-CUST-NAME        PIC X(25).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 DDL-NOTE             PIC X(40).
           05 FILLER               PIC X(6)        VALUE SPACE.

       01 GT-DEAL-LINE.
           05 FILLER               PIC X(8)        VALUE 'DEALS:'.
           05 GT-DEALS             PIC Z,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  NEWLY NUMBERED:'.
           05 GT-NUMBERED          PIC Z,ZZ9.
           05 FILLER               PIC X(17)
               VALUE '  NEW CUSTOMERS:'.
           05 GT-NEW-CUST          PIC Z,ZZ9.
           05 FILLER               PIC X(14)
               VALUE '  EXCEPTIONS:'.
           05 GT-EXCEPTIONS        PIC Z,ZZ9.
           05 FILLER               PIC X(55)       VALUE SPACE.

      *TONIGHT'S DEALS, HELD SO CBLBOAT1.DAT CAN BE WRITTEN BACK
      *WITH THEIR NUMBERS
       01 DEAL-TABLE.
           05 DT-ENTRY OCCURS 500 TIMES INDEXED BY DT-IDX.
               10 DT-REC           PIC X(88).

       01 DEAL-TABLE-VARS.
           05 DT-CTR               PIC 9(3)        VALUE 0.

      *THE CUSTOMER MASTER, HELD SO NEW BUYERS CAN BE ADDED TO IT
       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).
               10 BCT-NAME         PIC X(25).
               10 BCT-ADDRESS      PIC X(25).
               10 BCT-CITY         PIC X(15).
               10 BCT-STATE        PIC XX.
               10 BCT-ZIP          PIC X(5).
               10 BCT-PHONE        PIC X(10).

       01 BOATCUST-TABLE-VARS.
           05 BCT-CTR              PIC 9(4)        VALUE 0.
           05 NEXT-CUST-NO         PIC 9(5)        VALUE 0.
           05 CUST-NO-WORK         PIC X(5).
           05 CNW-NUM REDEFINES CUST-NO-WORK
                                   PIC 9(5).

       01 DEAL-CALC-VARS.
           05 NEXT-DEAL-NO         PIC 9(6)        VALUE 0.
           05 DEAL-NO-WORK         PIC X(6).
           05 DNW-NUM REDEFINES DEAL-NO-WORK
                                   PIC 9(6).
           05 C-DEAL-CTR           PIC 9(4)        VALUE 0.
           05 C-NUMBERED-CTR       PIC 9(4)        VALUE 0.
           05 C-NEW-CUST-CTR       PIC 9(4)        VALUE 0.
           05 C-EXC-CTR            PIC 9(4)        VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-NUMBER-DEAL
               VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-CTR.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A CUSTOMER NUMBER NOT ON THE MASTER PRINTED
           IF C-EXC-CTR > 0
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

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF64" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

      *NO CONTROL FILE YET MEANS NO DEAL HAS BEEN NUMBERED
           OPEN INPUT DEALCTL.
           IF DN-FILE-STATUS = '00'
               READ DEALCTL
                   AT END
                       MOVE 0 TO DN-LAST-DEAL
               END-READ
               IF DN-LAST-DEAL NUMERIC
                   MOVE DN-LAST-DEAL TO NEXT-DEAL-NO
               END-IF
           END-IF.
           CLOSE DEALCTL.

           PERFORM 1100-LOAD-BOATCUST.
           PERFORM 1200-LOAD-DEALS.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM DEAL-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       1050-GET-FILE-PATHS.
           DISPLAY 'CBLBOAT1_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPT-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'BOATDLNO_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEALCTL-PATH
           END-IF.

           DISPLAY 'BOATDEAL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *THE HIGHEST CUSTOMER NUMBER ON FILE SEEDS THE NEXT ONE, THE
      *SAME WAY THE USED-BOAT STOCK NUMBERS ARE GENERATED
       1100-LOAD-BOATCUST.
           OPEN INPUT BOATCUST.
           IF BC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO BC-MORE-RECS
           END-IF.
           PERFORM UNTIL BC-MORE-RECS = 'NO'
               READ BOATCUST
                   AT END
                       MOVE 'NO' TO BC-MORE-RECS
                   NOT AT END
                       IF BCT-CTR < 1000
                           ADD 1 TO BCT-CTR
                           SET BCT-IDX TO BCT-CTR
                           MOVE BC-NO TO BCT-NO(BCT-IDX)
                           MOVE BC-NAME TO BCT-NAME(BCT-IDX)
                           MOVE BC-ADDRESS TO BCT-ADDRESS(BCT-IDX)
                           MOVE BC-CITY TO BCT-CITY(BCT-IDX)
                           MOVE BC-STATE TO BCT-STATE(BCT-IDX)
                           MOVE BC-ZIP TO BCT-ZIP(BCT-IDX)
                           MOVE BC-PHONE TO BCT-PHONE(BCT-IDX)
                           MOVE BC-NO TO CUST-NO-WORK
                           IF CNW-NUM NUMERIC
                               AND CNW-NUM > NEXT-CUST-NO
                               MOVE CNW-NUM TO NEXT-CUST-NO
                           END-IF
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

      *A DEAL ALREADY CARRYING A NUMBER PAST THE CONTROL RECORD
      *(KEYED BY HAND, OR THE CONTROL FILE RESTORED FROM AN OLDER
      *SAVE) MOVES THE CONTROL UP SO NO NUMBER IS GIVEN OUT TWICE
       1200-LOAD-DEALS.
           OPEN INPUT INPT.
           IF I-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ INPT
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF DT-CTR < 500
                           ADD 1 TO DT-CTR
                           SET DT-IDX TO DT-CTR
                           MOVE INPT-REC TO DT-REC(DT-IDX)
                           MOVE I-DEAL-NO TO DEAL-NO-WORK
                           IF DNW-NUM NUMERIC
                               AND DNW-NUM > NEXT-DEAL-NO
                               MOVE DNW-NUM TO NEXT-DEAL-NO
                           END-IF
                       ELSE
                           DISPLAY 'DEAL-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'DEAL NOT NUMBERED: ' I-LAST-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPT.

      *ONE DEAL: NUMBER IT IF IT HAS NO NUMBER, THEN SETTLE WHO THE
      *CUSTOMER IS AND PRINT THE REGISTER LINE
       2000-NUMBER-DEAL.
           MOVE DT-REC(DT-IDX) TO INPT-REC.
           ADD 1 TO C-DEAL-CTR.
           MOVE SPACES TO DDL-NOTE.
           MOVE SPACES TO DDL-CUST-NAME.

           IF I-DEAL-NO = SPACES
               ADD 1 TO NEXT-DEAL-NO
               MOVE NEXT-DEAL-NO TO I-DEAL-NO
               ADD 1 TO C-NUMBERED-CTR
               MOVE 'NUMBER ASSIGNED' TO DDL-NOTE
           END-IF.

           IF I-CUST-NO = SPACES
               PERFORM 2200-NEW-CUSTOMER
           ELSE
               PERFORM 2100-FIND-CUSTOMER
               IF CUST-MATCH = 'NO'
                   ADD 1 TO C-EXC-CTR
                   MOVE 'EXCEPTION - CUSTOMER NOT ON MASTER'
                       TO DDL-NOTE
               ELSE
                   MOVE BCT-NAME(BCT-IDX) TO DDL-CUST-NAME
               END-IF
           END-IF.

           MOVE INPT-REC TO DT-REC(DT-IDX).

           MOVE I-DEAL-NO TO DDL-DEAL-NO.
           MOVE I-LAST-NAME TO DDL-LAST-NAME.
           MOVE I-STATE TO DDL-STATE.
           MOVE I-BOAT-TYPE TO DDL-TYPE.
           MOVE I-PURCHASE-DATE TO DDL-PURCHASED.
           MOVE I-CUST-NO TO DDL-CUST-NO.
           WRITE PRTLINE FROM DEAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2100-FIND-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = 'YES'
                   IF I-CUST-NO = BCT-NO(BCT-IDX)
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET BCT-IDX DOWN BY 1
           END-IF.

      *A DEAL KEYED WITHOUT A CUSTOMER NUMBER IS A NEW BUYER
       2200-NEW-CUSTOMER.
           IF BCT-CTR < 1000
               ADD 1 TO BCT-CTR
               SET BCT-IDX TO BCT-CTR
               ADD 1 TO NEXT-CUST-NO
               MOVE NEXT-CUST-NO TO CNW-NUM
               MOVE CUST-NO-WORK TO BCT-NO(BCT-IDX)
               MOVE I-LAST-NAME TO BCT-NAME(BCT-IDX)
               MOVE SPACES TO BCT-ADDRESS(BCT-IDX)
               MOVE SPACES TO BCT-CITY(BCT-IDX)
               MOVE I-STATE TO BCT-STATE(BCT-IDX)
               MOVE SPACES TO BCT-ZIP(BCT-IDX)
               MOVE SPACES TO BCT-PHONE(BCT-IDX)
               MOVE CUST-NO-WORK TO I-CUST-NO
               MOVE BCT-NAME(BCT-IDX) TO DDL-CUST-NAME
               ADD 1 TO C-NEW-CUST-CTR
               MOVE 'NEW CUSTOMER - KEY ADDRESS AND PHONE'
                   TO DDL-NOTE
           ELSE
               ADD 1 TO C-EXC-CTR
               DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
               MOVE 'EXCEPTION - CUSTOMER MASTER FULL' TO DDL-NOTE
           END-IF.

       3000-CLOSING.
           PERFORM 3100-DEALS-SAVE.
           PERFORM 3200-BOATCUST-SAVE.

           OPEN OUTPUT DEALCTL.
           MOVE NEXT-DEAL-NO TO DN-LAST-DEAL.
           WRITE DN-REC.
           CLOSE DEALCTL.

           MOVE C-DEAL-CTR TO GT-DEALS.
           MOVE C-NUMBERED-CTR TO GT-NUMBERED.
           MOVE C-NEW-CUST-CTR TO GT-NEW-CUST.
           MOVE C-EXC-CTR TO GT-EXCEPTIONS.
           WRITE PRTLINE FROM GT-DEAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-DEAL-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-DEAL-CTR TO TR-REC-COUNT.
           MOVE NEXT-DEAL-NO TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *NOTHING TO WRITE BACK WHEN THERE WERE NO DEALS - AN EMPTY OR
      *MISSING CBLBOAT1.DAT IS LEFT AS IT WAS
       3100-DEALS-SAVE.
           IF DT-CTR > 0
               OPEN OUTPUT INPT
               PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-CTR
                       MOVE DT-REC(DT-IDX) TO INPT-REC
                       WRITE INPT-REC
               END-PERFORM
               CLOSE INPT
           END-IF.

       3200-BOATCUST-SAVE.
           IF C-NEW-CUST-CTR > 0
               OPEN OUTPUT BOATCUST
               PERFORM VARYING BCT-IDX FROM 1 BY 1
                   UNTIL BCT-IDX > BCT-CTR
                       MOVE BCT-NO(BCT-IDX) TO BC-NO
                       MOVE BCT-NAME(BCT-IDX) TO BC-NAME
                       MOVE BCT-ADDRESS(BCT-IDX) TO BC-ADDRESS
                       MOVE BCT-CITY(BCT-IDX) TO BC-CITY
                       MOVE BCT-STATE(BCT-IDX) TO BC-STATE
                       MOVE BCT-ZIP(BCT-IDX) TO BC-ZIP
                       MOVE BCT-PHONE(BCT-IDX) TO BC-PHONE
                       WRITE BC-REC
               END-PERFORM
               CLOSE BOATCUST
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF64.
