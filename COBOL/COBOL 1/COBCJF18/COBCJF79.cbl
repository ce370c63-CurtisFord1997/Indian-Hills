       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF79.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *NIGHTLY GENERAL LEDGER JOURNAL STEP. THE BOOKKEEPER USED TO
      *RE-KEY EACH NIGHT'S TOTALS FROM THE PRINTED REPORTS INTO THE
      *ACCOUNTING PACKAGE. EVERY SUITE'S MAIN PROGRAM NOW APPENDS ITS
      *BALANCED DEBIT AND CREDIT LINES TO THE SHARED JOURNAL FILE
      *(GLJRNL.DAT - PROGRAM, DATE, POSTING KEY, D/C, AMOUNT, DESC);
      *THIS STEP READS THE FILE FOR THE BUSINESS DATE AND:
      *  - MAPS EACH POSTING KEY THROUGH THE CHART OF ACCOUNTS
      *    (GLACCT.CPY) AND PRINTS THE JOURNAL REGISTER;
      *  - PROVES EVERY PROGRAM'S DEBITS EQUAL ITS CREDITS;
      *  - PRINTS THE TRIAL BALANCE BY ACCOUNT;
      *  - WRITES THE ACCOUNTING PACKAGE'S IMPORT FILE (GLEXPORT.DAT
      *    - ONE ROW PER ACCOUNT PLUS A TRAILER) ONLY WHEN EVERY
      *    PROGRAM BALANCES AND EVERY LINE MAPS. A REJECTED NIGHT
      *    LEAVES THE EXPORT EMPTY, NEVER LAST NIGHT'S FILE.
      *START AND END GO TO THE AUDIT LOG LIKE EVERY OTHER STEP, SO A
      *NIGHT THAT DIES HERE RESTARTS HERE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLIN
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT GLEXP
               ASSIGN TO "C:/COBOLSP20/GLEXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GLIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

      *ONE ROW PER ACCOUNT WITH ACTIVITY, THEN THE TRAILER WITH THE
      *ROW COUNT AND THE DEBIT AND CREDIT CONTROL TOTALS
       FD  GLEXP
           LABEL RECORD IS STANDARD
           DATA RECORD IS EX-REC.

       01  EX-REC.
           05  EX-DATE          PIC 9(8).
           05  EX-ACCOUNT       PIC 9(4).
           05  EX-DEBIT         PIC 9(11)V99.
           05  EX-CREDIT        PIC 9(11)V99.
           05  EX-ACCOUNT-NAME  PIC X(30).

       01  EX-TRAILER-REC REDEFINES EX-REC.
           05  EXT-LIT          PIC X(12).
           05  EXT-COUNT        PIC 9(6).
           05  EXT-DEBITS       PIC 9(11)V99.
           05  EXT-CREDITS      PIC 9(11)V99.
           05  FILLER           PIC X(24).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "GLACCT.CPY".

       01  WORK-AREA.
           05  MORE-RECS        PIC XXX         VALUE 'YES'.
           05  GL-FILE-STATUS   PIC XX.
           05  JOURNAL-STATUS   PIC X           VALUE 'N'.
               88  JOURNAL-EMPTY                VALUE 'N'.
               88  JOURNAL-ACCEPTED             VALUE 'A'.
               88  JOURNAL-REJECTED             VALUE 'R'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\GLJRNL.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE           PIC 9(8).
           05  I-TIME           PIC X(11).
       01  DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05  I-YYYY           PIC 9(4).
           05  I-MM             PIC 99.
           05  I-DD             PIC 99.
           05  FILLER           PIC X(11).

       01  GL-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  O-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-DD             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-YYYY           PIC 9(4).
           05  FILLER           PIC X(26)       VALUE SPACE.
           05  FILLER           PIC X(36)
               VALUE 'GENERAL LEDGER JOURNAL REGISTER'.
           05  FILLER           PIC X(8)        VALUE 'PAGE:'.
           05  O-PAGE           PIC Z9.
           05  FILLER           PIC X(44)       VALUE SPACE.

       01  REG-HEADINGS.
           05  FILLER           PIC X(10)       VALUE 'PROGRAM'.
           05  FILLER           PIC X(14)       VALUE 'POSTING KEY'.
           05  FILLER           PIC X(6)        VALUE 'ACCT'.
           05  FILLER           PIC X(32)       VALUE 'ACCOUNT NAME'.
           05  FILLER           PIC X(22)       VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(18)
               VALUE '           DEBIT'.
           05  FILLER           PIC X(30)
               VALUE '          CREDIT'.

       01  REG-LINE.
           05  RL-PGM-ID        PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-POST-KEY      PIC X(12).
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-ACCOUNT       PIC 9(4)        BLANK WHEN ZERO.
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-NAME          PIC X(30).
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-DESC          PIC X(20).
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-DEBIT         PIC Z,ZZZ,ZZZ,ZZ9.99
                                                BLANK WHEN ZERO.
           05  FILLER           PIC XX          VALUE SPACE.
           05  RL-CREDIT        PIC Z,ZZZ,ZZZ,ZZ9.99
                                                BLANK WHEN ZERO.
           05  FILLER           PIC X(14)       VALUE SPACE.

       01  REG-TOTAL-LINE.
           05  FILLER           PIC X(84)
               VALUE 'JOURNAL TOTALS FOR THE BUSINESS DATE:'.
           05  RT-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  RT-CREDITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(14)       VALUE SPACE.

       01  NO-ENTRIES-LINE.
           05  FILLER           PIC X(132)
               VALUE 'NO JOURNAL ENTRIES FOR THE BUSINESS DATE'.

       01  PROOF-TITLE.
           05  FILLER           PIC X(132)
               VALUE 'BALANCE PROOF BY PROGRAM'.

       01  PROOF-HEADINGS.
           05  FILLER           PIC X(10)       VALUE 'PROGRAM'.
           05  FILLER           PIC X(8)        VALUE ' LINES'.
           05  FILLER           PIC X(18)
               VALUE '          DEBITS'.
           05  FILLER           PIC X(18)
               VALUE '         CREDITS'.
           05  FILLER           PIC X(19)
               VALUE '      DIFFERENCE'.
           05  FILLER           PIC X(59)       VALUE 'STATUS'.

       01  PROOF-LINE.
           05  PL-PGM-ID        PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  PL-LINES         PIC ZZ,ZZ9.
           05  FILLER           PIC XX          VALUE SPACE.
           05  PL-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  PL-CREDITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  PL-DIFF          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC XX          VALUE SPACE.
           05  PL-STATUS        PIC X(14).
           05  FILLER           PIC X(45)       VALUE SPACE.

       01  TB-TITLE.
           05  FILLER           PIC X(132)
               VALUE 'TRIAL BALANCE BY ACCOUNT'.

       01  TB-HEADINGS.
           05  FILLER           PIC X(6)        VALUE 'ACCT'.
           05  FILLER           PIC X(32)       VALUE 'ACCOUNT NAME'.
           05  FILLER           PIC X(18)
               VALUE '          DEBITS'.
           05  FILLER           PIC X(18)
               VALUE '         CREDITS'.
           05  FILLER           PIC X(18)
               VALUE '   DEBIT BALANCE'.
           05  FILLER           PIC X(40)
               VALUE '  CREDIT BALANCE'.

       01  TB-LINE.
           05  TL-ACCOUNT       PIC 9(4).
           05  FILLER           PIC XX          VALUE SPACE.
           05  TL-NAME          PIC X(30).
           05  FILLER           PIC XX          VALUE SPACE.
           05  TL-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TL-CREDITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TL-DR-BAL        PIC Z,ZZZ,ZZZ,ZZ9.99
                                                BLANK WHEN ZERO.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TL-CR-BAL        PIC Z,ZZZ,ZZZ,ZZ9.99
                                                BLANK WHEN ZERO.
           05  FILLER           PIC X(24)       VALUE SPACE.

       01  TB-TOTAL-LINE.
           05  FILLER           PIC X(38)
               VALUE 'TRIAL BALANCE TOTALS:'.
           05  TT-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TT-CREDITS       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TT-DR-BAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC XX          VALUE SPACE.
           05  TT-CR-BAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(24)       VALUE SPACE.

       01  DISPOSITION-LINE.
           05  FILLER           PIC X(22)
               VALUE 'JOURNAL DISPOSITION:'.
           05  DSP-TEXT         PIC X(40).
           05  FILLER           PIC X(70)       VALUE SPACE.

       01  REJECT-COUNT-LINE.
           05  FILLER           PIC X(22)       VALUE SPACE.
           05  FILLER           PIC X(25)
               VALUE 'PROGRAMS OUT OF BALANCE:'.
           05  RJ-OOB           PIC Z9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  FILLER           PIC X(18)
               VALUE 'UNPOSTABLE LINES:'.
           05  RJ-ERRORS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(54)       VALUE SPACE.

      *ONE ROW PER PROGRAM THAT POSTED TONIGHT, IN FIRST-SEEN ORDER
       01  PGM-TOTALS-TABLE.
           05  PT-ENTRY OCCURS 30 TIMES.
               10  PT-PGM-ID    PIC X(8).
               10  PT-LINES     PIC 9(5).
               10  PT-DEBITS    PIC 9(11)V99.
               10  PT-CREDITS   PIC 9(11)V99.

      *POSTED TOTALS PER CHART OF ACCOUNTS ENTRY, SAME SUBSCRIPT
       01  ACCT-TOTALS-TABLE.
           05  AT-ENTRY OCCURS 34 TIMES.
               10  AT-DEBITS    PIC 9(11)V99    VALUE 0.
               10  AT-CREDITS   PIC 9(11)V99    VALUE 0.

       01  GL-VARS.
           05  GLA-SUB          PIC 99          VALUE 0.
           05  PT-SUB           PIC 99          VALUE 0.
           05  PT-CTR           PIC 99          VALUE 0.
           05  C-ACCT-HIT       PIC 99          VALUE 0.
           05  C-PGM-HIT        PIC 99          VALUE 0.
           05  C-LINE-CTR       PIC 9(6)        VALUE 0.
           05  C-ERROR-CTR      PIC 9(5)        VALUE 0.
           05  C-OOB-CTR        PIC 99          VALUE 0.
           05  C-EXPORT-CTR     PIC 9(6)        VALUE 0.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-LINE-ERROR     PIC X(30)       VALUE SPACE.
           05  C-TOT-DEBITS     PIC 9(11)V99    VALUE 0.
           05  C-TOT-CREDITS    PIC 9(11)V99    VALUE 0.
           05  C-TB-DEBITS      PIC 9(11)V99    VALUE 0.
           05  C-TB-CREDITS     PIC 9(11)V99    VALUE 0.
           05  C-TB-DR-BAL      PIC 9(11)V99    VALUE 0.
           05  C-TB-CR-BAL      PIC 9(11)V99    VALUE 0.
           05  C-BALANCE        PIC S9(11)V99   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 WHEN THE JOURNAL
      *IS ACCEPTED AND EXPORTED, 4 WHEN NOTHING POSTED FOR THE DATE,
      *8 WHEN THE JOURNAL IS REJECTED
           EVALUATE TRUE
               WHEN JOURNAL-ACCEPTED
                   MOVE 0 TO RETURN-CODE
               WHEN JOURNAL-EMPTY
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           DISPLAY 'GLJRNL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

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
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF79" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.

           OPEN INPUT GLIN.
           IF GL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

      *ONLY THE BUSINESS DATE'S LINES POST - THE JOURNAL FILE
      *ACCUMULATES LIKE THE AUDIT LOG DOES
       2000-MAINLINE.
           IF GL-DATE = I-DATE
               ADD 1 TO C-LINE-CTR
               PERFORM 2100-EDIT-LINE
               PERFORM 2300-REGISTER-LINE
           END-IF.
           PERFORM 9000-READ.

      *A LINE THAT CANNOT BE POSTED - BAD AMOUNT, BAD D/C CODE, OR A
      *POSTING KEY NOT ON THE CHART OF ACCOUNTS - REJECTS THE NIGHT.
      *AN UNMAPPED LINE STILL COUNTS IN ITS PROGRAM'S BALANCE PROOF
       2100-EDIT-LINE.
           MOVE 0 TO C-ACCT-HIT.
           PERFORM 2110-FIND-ACCOUNT
               VARYING GLA-SUB FROM 1 BY 1
                   UNTIL GLA-SUB > 34 OR C-ACCT-HIT > 0.

           EVALUATE TRUE
               WHEN GL-AMOUNT NOT NUMERIC
                   MOVE '*** AMOUNT NOT NUMERIC' TO C-LINE-ERROR
               WHEN NOT GL-DEBIT AND NOT GL-CREDIT
                   MOVE '*** INVALID DEBIT/CREDIT CODE' TO C-LINE-ERROR
               WHEN C-ACCT-HIT = 0
                   MOVE '*** UNMAPPED POSTING KEY' TO C-LINE-ERROR
               WHEN OTHER
                   MOVE SPACES TO C-LINE-ERROR
           END-EVALUATE.
           IF C-LINE-ERROR NOT = SPACES
               ADD 1 TO C-ERROR-CTR
           END-IF.

           IF GL-AMOUNT NUMERIC AND (GL-DEBIT OR GL-CREDIT)
               PERFORM 2200-PROGRAM-ACCUM
               IF GL-DEBIT
                   ADD GL-AMOUNT TO C-TOT-DEBITS
               ELSE
                   ADD GL-AMOUNT TO C-TOT-CREDITS
               END-IF
               IF C-ACCT-HIT > 0
                   IF GL-DEBIT
                       ADD GL-AMOUNT TO AT-DEBITS(C-ACCT-HIT)
                   ELSE
                       ADD GL-AMOUNT TO AT-CREDITS(C-ACCT-HIT)
                   END-IF
               END-IF
           END-IF.

       2110-FIND-ACCOUNT.
           IF GLA-POST-KEY(GLA-SUB) = GL-POST-KEY
               MOVE GLA-SUB TO C-ACCT-HIT
           END-IF.

       2200-PROGRAM-ACCUM.
           MOVE 0 TO C-PGM-HIT.
           PERFORM 2210-FIND-PROGRAM
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-CTR OR C-PGM-HIT > 0.
           IF C-PGM-HIT = 0
               IF PT-CTR < 30
                   ADD 1 TO PT-CTR
                   MOVE PT-CTR TO C-PGM-HIT
                   MOVE GL-PGM-ID TO PT-PGM-ID(C-PGM-HIT)
                   MOVE 0 TO PT-LINES(C-PGM-HIT)
                   MOVE 0 TO PT-DEBITS(C-PGM-HIT)
                   MOVE 0 TO PT-CREDITS(C-PGM-HIT)
               ELSE
                   DISPLAY 'GL PROGRAM TABLE EXCEEDS 30 PROGRAMS'
                   DISPLAY 'LINE NOT PROVED FOR ' GL-PGM-ID
                   ADD 1 TO C-ERROR-CTR
               END-IF
           END-IF.
           IF C-PGM-HIT > 0
               ADD 1 TO PT-LINES(C-PGM-HIT)
               IF GL-DEBIT
                   ADD GL-AMOUNT TO PT-DEBITS(C-PGM-HIT)
               ELSE
                   ADD GL-AMOUNT TO PT-CREDITS(C-PGM-HIT)
               END-IF
           END-IF.

       2210-FIND-PROGRAM.
           IF PT-PGM-ID(PT-SUB) = GL-PGM-ID
               MOVE PT-SUB TO C-PGM-HIT
           END-IF.

       2300-REGISTER-LINE.
           MOVE GL-PGM-ID TO RL-PGM-ID.
           MOVE GL-POST-KEY TO RL-POST-KEY.
           MOVE GL-DESC TO RL-DESC.
           IF C-ACCT-HIT > 0
               MOVE GLA-ACCOUNT(C-ACCT-HIT) TO RL-ACCOUNT
               MOVE GLA-NAME(C-ACCT-HIT) TO RL-NAME
           ELSE
               MOVE 0 TO RL-ACCOUNT
               MOVE SPACES TO RL-NAME
           END-IF.
           IF C-LINE-ERROR NOT = SPACES
               MOVE C-LINE-ERROR TO RL-NAME
           END-IF.
           MOVE 0 TO RL-DEBIT.
           MOVE 0 TO RL-CREDIT.
           IF GL-AMOUNT NUMERIC
               IF GL-CREDIT
                   MOVE GL-AMOUNT TO RL-CREDIT
               ELSE
                   MOVE GL-AMOUNT TO RL-DEBIT
               END-IF
           END-IF.
           WRITE PRTLINE FROM REG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           IF C-LINE-CTR = 0
               WRITE PRTLINE FROM NO-ENTRIES-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE C-TOT-DEBITS TO RT-DEBITS
               MOVE C-TOT-CREDITS TO RT-CREDITS
               WRITE PRTLINE FROM REG-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 3100-BALANCE-PROOF.
           PERFORM 3200-TRIAL-BALANCE.

           EVALUATE TRUE
               WHEN C-LINE-CTR = 0
                   MOVE 'N' TO JOURNAL-STATUS
                   MOVE 'NO ENTRIES - NO EXPORT WRITTEN' TO DSP-TEXT
               WHEN C-OOB-CTR > 0 OR C-ERROR-CTR > 0
                   MOVE 'R' TO JOURNAL-STATUS
                   MOVE 'REJECTED - NO EXPORT WRITTEN' TO DSP-TEXT
               WHEN OTHER
                   MOVE 'A' TO JOURNAL-STATUS
                   MOVE 'ACCEPTED - EXPORT WRITTEN' TO DSP-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM DISPOSITION-LINE
               AFTER ADVANCING 3 LINES.
           IF JOURNAL-REJECTED
               MOVE C-OOB-CTR TO RJ-OOB
               MOVE C-ERROR-CTR TO RJ-ERRORS
               WRITE PRTLINE FROM REJECT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *THE EXPORT IS RECREATED EVERY NIGHT SO A REJECTED OR EMPTY
      *NIGHT CANNOT LEAVE THE LAST GOOD FILE FOR THE PACKAGE TO
      *IMPORT A SECOND TIME
           OPEN OUTPUT GLEXP.
           IF JOURNAL-ACCEPTED
               PERFORM 3300-EXPORT-ROW
                   VARYING GLA-SUB FROM 1 BY 1
                       UNTIL GLA-SUB > 34
               MOVE SPACES TO EX-TRAILER-REC
               MOVE 'TRAILER' TO EXT-LIT
               MOVE C-EXPORT-CTR TO EXT-COUNT
               MOVE C-TB-DEBITS TO EXT-DEBITS
               MOVE C-TB-CREDITS TO EXT-CREDITS
               WRITE EX-TRAILER-REC
           END-IF.
           CLOSE GLEXP.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-LINE-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-LINE-CTR TO TR-REC-COUNT.
           MOVE C-TOT-DEBITS TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE GLIN.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *EVERY PROGRAM'S DEBITS MUST EQUAL ITS CREDITS
       3100-BALANCE-PROOF.
           WRITE PRTLINE FROM PROOF-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PROOF-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3110-PROOF-LINE
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-CTR.

       3110-PROOF-LINE.
           MOVE PT-PGM-ID(PT-SUB) TO PL-PGM-ID.
           MOVE PT-LINES(PT-SUB) TO PL-LINES.
           MOVE PT-DEBITS(PT-SUB) TO PL-DEBITS.
           MOVE PT-CREDITS(PT-SUB) TO PL-CREDITS.
           COMPUTE C-BALANCE = PT-DEBITS(PT-SUB) - PT-CREDITS(PT-SUB).
           MOVE C-BALANCE TO PL-DIFF.
           IF C-BALANCE = 0
               MOVE 'BALANCED' TO PL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO PL-STATUS
               ADD 1 TO C-OOB-CTR
           END-IF.
           WRITE PRTLINE FROM PROOF-LINE
               AFTER ADVANCING 1 LINE.

      *ACCOUNTS WITH ACTIVITY TONIGHT, IN CHART OF ACCOUNTS ORDER,
      *WITH THE NET OF EACH SHOWN ON ITS DEBIT OR CREDIT SIDE
       3200-TRIAL-BALANCE.
           WRITE PRTLINE FROM TB-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TB-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3210-TB-LINE
               VARYING GLA-SUB FROM 1 BY 1
                   UNTIL GLA-SUB > 34.
           MOVE C-TB-DEBITS TO TT-DEBITS.
           MOVE C-TB-CREDITS TO TT-CREDITS.
           MOVE C-TB-DR-BAL TO TT-DR-BAL.
           MOVE C-TB-CR-BAL TO TT-CR-BAL.
           WRITE PRTLINE FROM TB-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3210-TB-LINE.
           IF AT-DEBITS(GLA-SUB) > 0 OR AT-CREDITS(GLA-SUB) > 0
               MOVE GLA-ACCOUNT(GLA-SUB) TO TL-ACCOUNT
               MOVE GLA-NAME(GLA-SUB) TO TL-NAME
               MOVE AT-DEBITS(GLA-SUB) TO TL-DEBITS
               MOVE AT-CREDITS(GLA-SUB) TO TL-CREDITS
               ADD AT-DEBITS(GLA-SUB) TO C-TB-DEBITS
               ADD AT-CREDITS(GLA-SUB) TO C-TB-CREDITS
               COMPUTE C-BALANCE =
                   AT-DEBITS(GLA-SUB) - AT-CREDITS(GLA-SUB)
               MOVE 0 TO TL-DR-BAL
               MOVE 0 TO TL-CR-BAL
               IF C-BALANCE > 0
                   MOVE C-BALANCE TO TL-DR-BAL
                   ADD C-BALANCE TO C-TB-DR-BAL
               ELSE
                   COMPUTE C-BALANCE = 0 - C-BALANCE
                   MOVE C-BALANCE TO TL-CR-BAL
                   ADD C-BALANCE TO C-TB-CR-BAL
               END-IF
               WRITE PRTLINE FROM TB-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3300-EXPORT-ROW.
           IF AT-DEBITS(GLA-SUB) > 0 OR AT-CREDITS(GLA-SUB) > 0
               MOVE I-DATE TO EX-DATE
               MOVE GLA-ACCOUNT(GLA-SUB) TO EX-ACCOUNT
               MOVE AT-DEBITS(GLA-SUB) TO EX-DEBIT
               MOVE AT-CREDITS(GLA-SUB) TO EX-CREDIT
               MOVE GLA-NAME(GLA-SUB) TO EX-ACCOUNT-NAME
               WRITE EX-REC
               ADD 1 TO C-EXPORT-CTR
           END-IF.

       9000-READ.
           READ GLIN
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PAGE.
           WRITE PRTLINE FROM GL-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REG-HEADINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF79.
