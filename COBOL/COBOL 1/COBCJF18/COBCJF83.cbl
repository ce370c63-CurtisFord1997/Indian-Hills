       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF83.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *OPERATOR SECURITY FILE MAINTENANCE, RUN BY HAND BY THE SECURITY
      *ADMINISTRATOR. APPLIES THE KEYED CHANGES (OPERTRAN.DAT) TO THE
      *OPERATOR SECURITY FILE (OPERSEC.DAT) THAT COBSIGN SIGNS EVERY
      *INTERACTIVE OPERATOR ON AGAINST:
      *  A  ADD AN OPERATOR - ID, NAME, ROLE, FUNCTIONS, AND A FIRST
      *     PASSWORD OF AT LEAST SIX CHARACTERS
      *  C  CHANGE NAME, ROLE, OR FUNCTIONS - ONLY THE FIELDS KEYED
      *  P  PASSWORD RESET
      *  R  REVOKE - THE ROW STAYS SO THE ACCESS REPORT CAN NAME THEM
      *  E  REINSTATE A REVOKED OPERATOR
      *PASSWORDS ARE HASHED THROUGH COBSIGN AND NEVER PRINTED OR
      *KEPT. ONCE APPLIED THE TRANSACTION FILE IS EMPTIED SO THE
      *KEYED PASSWORDS DO NOT SIT ON DISK. THE REGISTER SHOWS EVERY
      *TRANSACTION AND WHY ANY WAS REFUSED, THEN THE WHOLE SECURITY
      *FILE AS IT NOW STANDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERTRAN
               ASSIGN TO "C:/COBOLSP20/OPERTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OX-FILE-STATUS.
           SELECT OPERSEC
               ASSIGN TO "C:/COBOLSP20/OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *ONE ROW PER KEYED CHANGE. THE PASSWORD IS ONLY KEYED FOR AN
      *ADD OR A RESET
       FD  OPERTRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS OX-REC
           RECORD CONTAINS 64 CHARACTERS.

       01 OX-REC.
           05 OX-ACTION            PIC X.
           05 OX-USER-ID           PIC X(8).
           05 OX-NAME              PIC X(20).
           05 OX-ROLE              PIC X.
           05 OX-FUNCTIONS         PIC X(10).
           05 OX-PASSWORD          PIC X(16).
           05 FILLER               PIC X(8).

       FD  OPERSEC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY "OPERSEC.CPY".

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "SIGNON.CPY".

       01 WORK-AREA.
           05 OX-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 OP-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 OX-FILE-STATUS       PIC XX.
           05 OP-FILE-STATUS       PIC XX.
           05 TRAN-OK              PIC X       VALUE 'Y'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\OPERMNT.PRT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(30)   VALUE SPACE.
           05 FILLER               PIC X(36)
               VALUE "OPERATOR SECURITY MAINTENANCE".
           05 FILLER               PIC X(42)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 SECTION-LINE.
           05 SEC-TEXT             PIC X(40).
           05 FILLER               PIC X(92)   VALUE SPACE.

       01 REG-HEADINGS.
           05 FILLER               PIC X(12)   VALUE 'ACTION'.
           05 FILLER               PIC X(10)   VALUE 'OPERATOR'.
           05 FILLER               PIC X(22)   VALUE 'NAME'.
           05 FILLER               PIC X(6)    VALUE 'ROLE'.
           05 FILLER               PIC X(12)   VALUE 'FUNCTIONS'.
           05 FILLER               PIC X(70)   VALUE 'RESULT'.

       01 REG-LINE.
           05 RG-ACTION            PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RG-USER-ID           PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RG-NAME              PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FILLER               PIC X       VALUE SPACE.
           05 RG-ROLE              PIC X.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 RG-FUNCTIONS         PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 RG-RESULT            PIC X(40).
           05 FILLER               PIC X(30)   VALUE SPACE.

       01 FILE-HEADINGS.
           05 FILLER               PIC X(10)   VALUE 'OPERATOR'.
           05 FILLER               PIC X(22)   VALUE 'NAME'.
           05 FILLER               PIC X(6)    VALUE 'ROLE'.
           05 FILLER               PIC X(12)   VALUE 'FUNCTIONS'.
           05 FILLER               PIC X(10)   VALUE 'STATUS'.
           05 FILLER               PIC X(72)
               VALUE 'PASSWORD SET'.

       01 FILE-LINE.
           05 FL-USER-ID           PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FL-NAME              PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FILLER               PIC X       VALUE SPACE.
           05 FL-ROLE              PIC X.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FL-FUNCTIONS         PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FL-STATUS            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 FL-SET-MM            PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FL-SET-DD            PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FL-SET-YYYY          PIC 9(4).
           05 FILLER               PIC X(62)   VALUE SPACE.

       01 COUNT-LINE.
           05 CTL-LABEL            PIC X(30).
           05 CTL-COUNT            PIC ZZ,ZZ9.
           05 FILLER               PIC X(96)   VALUE SPACE.

       01 WARNING-LINE.
           05 FILLER               PIC X(132)
               VALUE '*** NO ACTIVE SECURITY ADMINISTRATOR REMAINS ON TH
      -        'E SECURITY FILE ***'.

       01 SET-DATE.
           05 SD-YYYY              PIC 9(4).
           05 SD-MM                PIC 99.
           05 SD-DD                PIC 99.

      *THE SECURITY FILE, CHANGED IN PLACE AND WRITTEN BACK WHOLE
       01 OPER-TABLE.
           05 OT-ENTRY OCCURS 200 TIMES.
               10 OT-USER-ID       PIC X(8).
               10 OT-NAME          PIC X(20).
               10 OT-PW-HASH       PIC 9(9).
               10 OT-ROLE          PIC X.
               10 OT-FUNCTIONS     PIC X(10).
               10 OT-STATUS        PIC X.
               10 OT-SET-DATE      PIC 9(8).

       01 MAINT-VARS.
           05 OT-SUB               PIC 999     VALUE 0.
           05 OT-CTR               PIC 999     VALUE 0.
           05 OT-HIT               PIC 999     VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-TRAN-CTR           PIC 9(5)    VALUE 0.
           05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
           05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
           05 C-ADMIN-CTR          PIC 999     VALUE 0.
           05 C-REASON             PIC X(40)   VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-OPERATORS.
           PERFORM 2000-MAINLINE
               UNTIL OX-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE: 4 WHEN A TRANSACTION WAS REFUSED OR NO ACTIVE
      *SECURITY ADMINISTRATOR IS LEFT, ELSE 0
           IF C-REJECT-CTR > 0 OR C-ADMIN-CTR = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           DISPLAY 'OPERMNT_PRT' UPON ENVIRONMENT-NAME.
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
           MOVE "COBCJF83" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.
           MOVE 'TRANSACTIONS APPLIED' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM REG-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN INPUT OPERTRAN.
           IF OX-FILE-STATUS NOT = '00'
               MOVE 'NO' TO OX-MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

      *NO SECURITY FILE YET MEANS THE FIRST RUN - THE ADDS BUILD IT
       1100-LOAD-OPERATORS.
           OPEN INPUT OPERSEC.
           IF OP-FILE-STATUS NOT = '00'
               MOVE 'NO' TO OP-MORE-RECS
           ELSE
               PERFORM 1110-LOAD-ONE-OPERATOR
                   UNTIL OP-MORE-RECS = 'NO'
               CLOSE OPERSEC
           END-IF.

       1110-LOAD-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   MOVE 'NO' TO OP-MORE-RECS.
           IF OP-MORE-RECS = 'YES' AND OT-CTR < 200
               ADD 1 TO OT-CTR
               MOVE OP-USER-ID TO OT-USER-ID(OT-CTR)
               MOVE OP-NAME TO OT-NAME(OT-CTR)
               MOVE OP-PW-HASH TO OT-PW-HASH(OT-CTR)
               MOVE OP-ROLE TO OT-ROLE(OT-CTR)
               MOVE OP-FUNCTIONS TO OT-FUNCTIONS(OT-CTR)
               MOVE OP-STATUS TO OT-STATUS(OT-CTR)
               MOVE OP-SET-DATE TO OT-SET-DATE(OT-CTR)
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-TRAN-CTR.
           MOVE 'Y' TO TRAN-OK.
           MOVE SPACES TO C-REASON.
           MOVE 0 TO OT-HIT.
           PERFORM 2010-FIND-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-CTR OR OT-HIT > 0.

           EVALUATE OX-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO RG-ACTION
                   PERFORM 2100-ADD
               WHEN 'C'
                   MOVE 'CHANGE' TO RG-ACTION
                   PERFORM 2200-CHANGE
               WHEN 'P'
                   MOVE 'PASSWORD' TO RG-ACTION
                   PERFORM 2300-PASSWORD
               WHEN 'R'
                   MOVE 'REVOKE' TO RG-ACTION
                   PERFORM 2400-REVOKE
               WHEN 'E'
                   MOVE 'REINSTATE' TO RG-ACTION
                   PERFORM 2500-REINSTATE
               WHEN OTHER
                   MOVE OX-ACTION TO RG-ACTION
                   MOVE 'N' TO TRAN-OK
                   MOVE 'UNKNOWN ACTION CODE' TO C-REASON
           END-EVALUATE.

           IF TRAN-OK = 'Y'
               ADD 1 TO C-APPLIED-CTR
               MOVE 'APPLIED' TO RG-RESULT
           ELSE
               ADD 1 TO C-REJECT-CTR
               MOVE C-REASON TO RG-RESULT
           END-IF.
           MOVE OX-USER-ID TO RG-USER-ID.
           MOVE OX-NAME TO RG-NAME.
           MOVE OX-ROLE TO RG-ROLE.
           MOVE OX-FUNCTIONS TO RG-FUNCTIONS.
           WRITE PRTLINE FROM REG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 9000-READ.

       2010-FIND-OPERATOR.
           IF OT-USER-ID(OT-SUB) = OX-USER-ID
               MOVE OT-SUB TO OT-HIT
           END-IF.

       2100-ADD.
           EVALUATE TRUE
               WHEN OX-USER-ID = SPACES
                   MOVE 'N' TO TRAN-OK
                   MOVE 'NO OPERATOR ID' TO C-REASON
               WHEN OT-HIT > 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'OPERATOR ALREADY ON FILE' TO C-REASON
               WHEN OX-NAME = SPACES
                   MOVE 'N' TO TRAN-OK
                   MOVE 'NO NAME' TO C-REASON
               WHEN OX-ROLE NOT = 'R' AND OX-ROLE NOT = 'C'
                   AND OX-ROLE NOT = 'O' AND OX-ROLE NOT = 'A'
                   MOVE 'N' TO TRAN-OK
                   MOVE 'ROLE NOT R, C, O, OR A' TO C-REASON
               WHEN OX-PASSWORD(6:1) = SPACE
                   MOVE 'N' TO TRAN-OK
                   MOVE 'PASSWORD UNDER SIX CHARACTERS' TO C-REASON
               WHEN OT-CTR NOT < 200
                   MOVE 'N' TO TRAN-OK
                   MOVE 'SECURITY FILE FULL' TO C-REASON
           END-EVALUATE.
           IF TRAN-OK = 'Y'
               ADD 1 TO OT-CTR
               MOVE OT-CTR TO OT-HIT
               MOVE OX-USER-ID TO OT-USER-ID(OT-HIT)
               MOVE OX-NAME TO OT-NAME(OT-HIT)
               MOVE OX-ROLE TO OT-ROLE(OT-HIT)
               MOVE OX-FUNCTIONS TO OT-FUNCTIONS(OT-HIT)
               MOVE 'A' TO OT-STATUS(OT-HIT)
               PERFORM 8000-HASH-PASSWORD
           END-IF.

      *ONLY THE FIELDS KEYED CHANGE
       2200-CHANGE.
           EVALUATE TRUE
               WHEN OT-HIT = 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'OPERATOR NOT ON FILE' TO C-REASON
               WHEN OX-ROLE NOT = SPACE AND OX-ROLE NOT = 'R'
                   AND OX-ROLE NOT = 'C' AND OX-ROLE NOT = 'O'
                   AND OX-ROLE NOT = 'A'
                   MOVE 'N' TO TRAN-OK
                   MOVE 'ROLE NOT R, C, O, OR A' TO C-REASON
               WHEN OX-NAME = SPACES AND OX-ROLE = SPACE
                   AND OX-FUNCTIONS = SPACES
                   MOVE 'N' TO TRAN-OK
                   MOVE 'NOTHING KEYED TO CHANGE' TO C-REASON
           END-EVALUATE.
           IF TRAN-OK = 'Y'
               IF OX-NAME NOT = SPACES
                   MOVE OX-NAME TO OT-NAME(OT-HIT)
               END-IF
               IF OX-ROLE NOT = SPACE
                   MOVE OX-ROLE TO OT-ROLE(OT-HIT)
               END-IF
               IF OX-FUNCTIONS NOT = SPACES
                   MOVE OX-FUNCTIONS TO OT-FUNCTIONS(OT-HIT)
               END-IF
           END-IF.

       2300-PASSWORD.
           EVALUATE TRUE
               WHEN OT-HIT = 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'OPERATOR NOT ON FILE' TO C-REASON
               WHEN OX-PASSWORD(6:1) = SPACE
                   MOVE 'N' TO TRAN-OK
                   MOVE 'PASSWORD UNDER SIX CHARACTERS' TO C-REASON
           END-EVALUATE.
           IF TRAN-OK = 'Y'
               PERFORM 8000-HASH-PASSWORD
           END-IF.

       2400-REVOKE.
           EVALUATE TRUE
               WHEN OT-HIT = 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'OPERATOR NOT ON FILE' TO C-REASON
               WHEN OT-STATUS(OT-HIT) NOT = 'A'
                   MOVE 'N' TO TRAN-OK
                   MOVE 'ALREADY REVOKED' TO C-REASON
               WHEN OTHER
                   MOVE 'R' TO OT-STATUS(OT-HIT)
           END-EVALUATE.

       2500-REINSTATE.
           EVALUATE TRUE
               WHEN OT-HIT = 0
                   MOVE 'N' TO TRAN-OK
                   MOVE 'OPERATOR NOT ON FILE' TO C-REASON
               WHEN OT-STATUS(OT-HIT) = 'A'
                   MOVE 'N' TO TRAN-OK
                   MOVE 'NOT REVOKED' TO C-REASON
               WHEN OTHER
                   MOVE 'A' TO OT-STATUS(OT-HIT)
           END-EVALUATE.

       3000-CLOSING.
           IF C-APPLIED-CTR > 0
               PERFORM 3100-REWRITE-SECURITY
           END-IF.

      *THE KEYED PASSWORDS GO WITH THE TRANSACTIONS - A REFUSED ONE
      *IS KEYED AGAIN
           IF OX-FILE-STATUS = '00'
               CLOSE OPERTRAN
               OPEN OUTPUT OPERTRAN
               CLOSE OPERTRAN
           END-IF.

           MOVE 'SECURITY FILE AFTER MAINTENANCE' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM FILE-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 3200-FILE-LINE
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-CTR.
           IF C-ADMIN-CTR = 0
               WRITE PRTLINE FROM WARNING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE 'TRANSACTIONS READ' TO CTL-LABEL.
           MOVE C-TRAN-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'TRANSACTIONS APPLIED' TO CTL-LABEL.
           MOVE C-APPLIED-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REFUSED' TO CTL-LABEL.
           MOVE C-REJECT-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPERATORS ON FILE' TO CTL-LABEL.
           MOVE OT-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-TRAN-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-TRAN-CTR TO TR-REC-COUNT.
           MOVE C-APPLIED-CTR TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       3100-REWRITE-SECURITY.
           OPEN OUTPUT OPERSEC.
           PERFORM 3110-WRITE-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-CTR.
           CLOSE OPERSEC.

       3110-WRITE-OPERATOR.
           MOVE SPACES TO OP-REC.
           MOVE OT-USER-ID(OT-SUB) TO OP-USER-ID.
           MOVE OT-NAME(OT-SUB) TO OP-NAME.
           MOVE OT-PW-HASH(OT-SUB) TO OP-PW-HASH.
           MOVE OT-ROLE(OT-SUB) TO OP-ROLE.
           MOVE OT-FUNCTIONS(OT-SUB) TO OP-FUNCTIONS.
           MOVE OT-STATUS(OT-SUB) TO OP-STATUS.
           MOVE OT-SET-DATE(OT-SUB) TO OP-SET-DATE.
           WRITE OP-REC.

       3200-FILE-LINE.
           MOVE OT-USER-ID(OT-SUB) TO FL-USER-ID.
           MOVE OT-NAME(OT-SUB) TO FL-NAME.
           MOVE OT-ROLE(OT-SUB) TO FL-ROLE.
           MOVE OT-FUNCTIONS(OT-SUB) TO FL-FUNCTIONS.
           IF OT-STATUS(OT-SUB) = 'A'
               MOVE 'ACTIVE' TO FL-STATUS
               IF OT-ROLE(OT-SUB) = 'A'
                   ADD 1 TO C-ADMIN-CTR
               END-IF
           ELSE
               MOVE 'REVOKED' TO FL-STATUS
           END-IF.
           MOVE OT-SET-DATE(OT-SUB) TO SET-DATE.
           MOVE SD-MM TO FL-SET-MM.
           MOVE SD-DD TO FL-SET-DD.
           MOVE SD-YYYY TO FL-SET-YYYY.
           WRITE PRTLINE FROM FILE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *COBSIGN SALTS THE HASH WITH THE OPERATOR ID, SO IT IS THE
      *SAME ONE IT CHECKS AT SIGN-ON
       8000-HASH-PASSWORD.
           MOVE SPACES TO SIGNON-AREA.
           MOVE 'H' TO SO-REQUEST.
           MOVE 'COBCJF83' TO SO-PGM-ID.
           MOVE OT-USER-ID(OT-HIT) TO SO-OPER-ID.
           MOVE OX-PASSWORD TO SO-PASSWORD.
           CALL 'COBSIGN' USING SIGNON-AREA.
           MOVE SO-HASH TO OT-PW-HASH(OT-HIT).
           MOVE SPACES TO SO-PASSWORD.
           MOVE I-DATE TO OT-SET-DATE(OT-HIT).

       9000-READ.
           READ OPERTRAN
               AT END
                   MOVE 'NO' TO OX-MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF83.
