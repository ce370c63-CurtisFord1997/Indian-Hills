      *OPERATOR SIGN-ON AND AUTHORITY FOR THE INTERACTIVE PROGRAMS.
      *CALLED WITH SIGNON.CPY'S AREA: SIGNS THE OPERATOR ON AGAINST
      *THE OPERATOR SECURITY FILE (OPERSEC.DAT), ANSWERS WHETHER THE
      *SIGNED-ON OPERATOR MAY DO A FUNCTION, SIGNS OFF, AND HASHES
      *PASSWORDS FOR THE SECURITY FILE MAINTENANCE (COBCJF83). ONLY
      *THE HASH OF A PASSWORD IS EVER KEPT, SALTED WITH THE OPERATOR
      *ID SO TWO OPERATORS WITH ONE PASSWORD DO NOT SHARE A HASH.
      *EVERY SIGN-ON, SIGN-OFF, AND ACTION ALLOWED OR DENIED GOES TO
      *ACCESS.LOG FOR THE MONTHLY ACCESS REPORT (COBCJF82); FAILED
      *SIGN-ONS AND DENIED ACTIONS ALSO GO TO THE SHARED AUDIT LOG
      *UNDER THE CALLING PROGRAM'S NAME, WITH RUN NUMBER ZERO SINCE
      *THEY BELONG TO NO NIGHT. NO SECURITY FILE MEANS NOBODY SIGNS
      *ON. THE AUTHORITY ANSWERS COME FROM THE ROW READ AT SIGN-ON,
      *NOT FROM THE CALLER'S COPY OF IT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC
               ASSIGN TO "C:/COBOLSP20/OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FILE-STATUS.
           SELECT ACCESSLG
               ASSIGN TO "C:/COBOLSP20/ACCESS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERSEC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 60 CHARACTERS.
       COPY "OPERSEC.CPY".

       FD ACCESSLG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 80 CHARACTERS.
       COPY "ACCESS.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       01 OP-FILE-STATUS           PIC XX.
       01 AC-FILE-STATUS           PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE               PIC 9(8).
           05 I-TIME               PIC X(11).
       01 DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05 I-YYYY               PIC 9(4).
           05 I-MM                 PIC 99.
           05 I-DD                 PIC 99.
           05 FILLER               PIC X(11).

      *THE OPERATOR SIGNED ON IN THIS PROGRAM, AS READ FROM THE FILE
       01 SIGNED-ON-VARS.
           05 SIGNED-ON            PIC X       VALUE 'N'.
           05 SV-OPER-ID           PIC X(8)    VALUE SPACE.
           05 SV-ROLE              PIC X       VALUE SPACE.
           05 SV-FUNCTIONS         PIC X(10)   VALUE SPACE.

      *THE OPERATOR'S SECURITY ROW, KEPT ONCE THE FILE IS CLOSED
       01 FOUND-OP.
           05 FO-USER-ID           PIC X(8).
           05 FO-NAME              PIC X(20).
           05 FO-PW-HASH           PIC 9(9).
           05 FO-ROLE              PIC X.
           05 FO-FUNCTIONS         PIC X(10).
           05 FO-STATUS            PIC X.
               88 FO-ACTIVE                    VALUE 'A'.
           05 FILLER               PIC X(11).

       01 SIGN-ON-VARS.
           05 TRY-CTR              PIC 9       VALUE 0.
           05 OPER-FOUND           PIC X       VALUE 'N'.
           05 OP-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 FN-TALLY             PIC 99      VALUE 0.
           05 LOG-EVENT            PIC X(5)    VALUE SPACE.
           05 LOG-REASON           PIC X(21)   VALUE SPACE.

       01 LOWER-LETTERS            PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-LETTERS            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *PASSWORD HASH - OPERATOR ID AND PASSWORD TAKEN CHARACTER BY
      *CHARACTER, EACH CHARACTER'S PLACE IN THE ALPHABET BELOW FOLDED
      *INTO A RUNNING VALUE KEPT UNDER A LARGE PRIME
       01 HASH-ALPHABET            PIC X(64) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
      -    '89!#'.
       01 HASH-ALPHA-TABLE REDEFINES HASH-ALPHABET.
           05 HASH-ALPHA-CHAR      PIC X       OCCURS 64 TIMES.

       01 HASH-INPUT.
           05 HI-OPER-ID           PIC X(8).
           05 HI-PASSWORD          PIC X(16).
       01 HASH-INPUT-TABLE REDEFINES HASH-INPUT.
           05 HASH-CHAR            PIC X       OCCURS 24 TIMES.

       01 HASH-VARS.
           05 HASH-SUB             PIC 99      VALUE 0.
           05 AL-SUB               PIC 99      VALUE 0.
           05 CHAR-VAL             PIC 99      VALUE 0.
           05 HASH-ACCUM           PIC 9(12)   VALUE 0.
           05 HASH-QUOT            PIC 9(12)   VALUE 0.
           05 HASH-REM             PIC 9(9)    VALUE 0.
           05 HASH-RESULT          PIC 9(9)    VALUE 0.

       LINKAGE SECTION.
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION USING SIGNON-AREA.
           EVALUATE SO-REQUEST
               WHEN 'S'
                   PERFORM 1000-SIGN-ON
               WHEN 'F'
                   PERFORM 2000-CHECK-FUNCTION
               WHEN 'E'
                   PERFORM 3000-SIGN-OFF
               WHEN 'H'
                   PERFORM 8000-HASH
                   MOVE HASH-RESULT TO SO-HASH
                   MOVE SPACES TO SO-PASSWORD
               WHEN OTHER
                   MOVE 'N' TO SO-RESULT
           END-EVALUATE.
           GOBACK.

      *THREE TRIES, THEN THE CALLER ENDS. THE SCREEN NEVER SAYS
      *WHICH PART WAS WRONG; THE LOGS DO
       1000-SIGN-ON.
           MOVE 'N' TO SIGNED-ON.
           MOVE 'N' TO SO-RESULT.
           MOVE 0 TO TRY-CTR.
           PERFORM 1100-ONE-TRY
               UNTIL SO-ALLOWED OR TRY-CTR = 3.
           IF NOT SO-ALLOWED
               MOVE SPACES TO SO-OPER-NAME
               MOVE SPACE TO SO-ROLE
               MOVE SPACES TO SO-FUNCTIONS
               DISPLAY 'SIGN-ON REFUSED - ' SO-PGM-ID ' ENDS'
           END-IF.

       1100-ONE-TRY.
           ADD 1 TO TRY-CTR.
           DISPLAY ' '.
           DISPLAY SO-PGM-ID ' SIGN-ON'.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           MOVE SPACES TO SO-OPER-ID.
           ACCEPT SO-OPER-ID.
           INSPECT SO-OPER-ID
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS.
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
           MOVE SPACES TO SO-PASSWORD.
           ACCEPT SO-PASSWORD.

           PERFORM 1200-FIND-OPERATOR.
           PERFORM 8000-HASH.
           MOVE SPACES TO SO-PASSWORD.
           MOVE SPACES TO SO-DETAIL.
           MOVE SPACE TO SO-FUNCTION.

           EVALUATE TRUE
               WHEN OP-FILE-STATUS NOT = '00' AND OPER-FOUND = 'N'
                   MOVE 'NO SECURITY FILE' TO LOG-REASON
               WHEN SO-OPER-ID = SPACES
                   MOVE 'NO OPERATOR ID KEYED' TO LOG-REASON
               WHEN OPER-FOUND = 'N'
                   MOVE 'UNKNOWN OPERATOR' TO LOG-REASON
               WHEN NOT FO-ACTIVE
                   MOVE 'OPERATOR REVOKED' TO LOG-REASON
               WHEN HASH-RESULT NOT = FO-PW-HASH
                   MOVE 'WRONG PASSWORD' TO LOG-REASON
               WHEN OTHER
                   MOVE SPACES TO LOG-REASON
           END-EVALUATE.

           IF LOG-REASON = SPACES
               MOVE 'Y' TO SO-RESULT
               MOVE 'Y' TO SIGNED-ON
               MOVE FO-USER-ID TO SV-OPER-ID
               MOVE FO-ROLE TO SV-ROLE
               MOVE FO-FUNCTIONS TO SV-FUNCTIONS
               MOVE FO-NAME TO SO-OPER-NAME
               MOVE FO-ROLE TO SO-ROLE
               MOVE FO-FUNCTIONS TO SO-FUNCTIONS
               MOVE 'SGNON' TO LOG-EVENT
               PERFORM 7000-WRITE-ACCESS
               DISPLAY 'SIGNED ON: ' FO-NAME
           ELSE
               MOVE SPACE TO SO-ROLE
               MOVE 'SGNFL' TO LOG-EVENT
               PERFORM 7000-WRITE-ACCESS
               PERFORM 7100-WRITE-AUDIT
               DISPLAY 'SIGN-ON FAILED'
           END-IF.

       1200-FIND-OPERATOR.
           MOVE 'N' TO OPER-FOUND.
           MOVE 'YES' TO OP-MORE-RECS.
           OPEN INPUT OPERSEC.
           IF OP-FILE-STATUS = '00'
               PERFORM 1210-READ-OPERATOR
                   UNTIL OP-MORE-RECS = 'NO' OR OPER-FOUND = 'Y'
               CLOSE OPERSEC
           END-IF.

       1210-READ-OPERATOR.
           READ OPERSEC
               AT END
                   MOVE 'NO' TO OP-MORE-RECS
               NOT AT END
                   IF OP-USER-ID = SO-OPER-ID
                       MOVE 'Y' TO OPER-FOUND
                       MOVE OP-REC TO FOUND-OP
                   END-IF
           END-READ.

      *FUNCTION GRANTED ON THE OPERATOR'S ROW; A SENSITIVE FIELD
      *ALSO NEEDS THE REGISTRAR ROLE WHATEVER THE ROW GRANTS
       2000-CHECK-FUNCTION.
           MOVE 0 TO FN-TALLY.
           IF SO-FUNCTION NOT = SPACE
               INSPECT SV-FUNCTIONS TALLYING FN-TALLY
                   FOR ALL SO-FUNCTION
           END-IF.
           EVALUATE TRUE
               WHEN SIGNED-ON NOT = 'Y'
                   MOVE 'NOT SIGNED ON' TO LOG-REASON
               WHEN FN-TALLY = 0
                   MOVE 'FUNCTION NOT GRANTED' TO LOG-REASON
               WHEN SO-SENSITIVE = 'Y' AND SV-ROLE NOT = 'R'
                   MOVE 'REGISTRAR ONLY' TO LOG-REASON
               WHEN OTHER
                   MOVE SPACES TO LOG-REASON
           END-EVALUATE.
           MOVE SV-OPER-ID TO SO-OPER-ID.
           MOVE SV-ROLE TO SO-ROLE.

           IF LOG-REASON = SPACES
               MOVE 'Y' TO SO-RESULT
               MOVE 'ALLOW' TO LOG-EVENT
               PERFORM 7000-WRITE-ACCESS
           ELSE
               MOVE 'N' TO SO-RESULT
               MOVE 'DENY ' TO LOG-EVENT
               PERFORM 7000-WRITE-ACCESS
               PERFORM 7100-WRITE-AUDIT
               DISPLAY '*** NOT AUTHORIZED - ' LOG-REASON
           END-IF.

       3000-SIGN-OFF.
           IF SIGNED-ON = 'Y'
               MOVE SV-OPER-ID TO SO-OPER-ID
               MOVE SV-ROLE TO SO-ROLE
               MOVE SPACE TO SO-FUNCTION
               MOVE SPACES TO SO-DETAIL
               MOVE SPACES TO LOG-REASON
               MOVE 'SGNOF' TO LOG-EVENT
               PERFORM 7000-WRITE-ACCESS
           END-IF.
           MOVE 'N' TO SIGNED-ON.
           MOVE SPACES TO SV-OPER-ID.
           MOVE SPACE TO SV-ROLE.
           MOVE SPACES TO SV-FUNCTIONS.

      *OPENED AND CLOSED PER ROW SO A SESSION LEFT RUNNING, OR ONE
      *THAT ABENDS, LOSES NOTHING. NO LOG YET STARTS ONE
       7000-WRITE-ACCESS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE SPACES TO AC-REC.
           MOVE I-DATE TO AC-DATE.
           MOVE I-TIME(1:8) TO AC-TIME.
           MOVE SO-PGM-ID TO AC-PGM-ID.
           MOVE SO-OPER-ID TO AC-OPER-ID.
           MOVE SO-ROLE TO AC-ROLE.
           MOVE LOG-EVENT TO AC-EVENT.
           MOVE SO-FUNCTION TO AC-FUNCTION.
           MOVE SO-DETAIL TO AC-DETAIL.
           MOVE LOG-REASON TO AC-REASON.
           OPEN EXTEND ACCESSLG.
           IF AC-FILE-STATUS NOT = '00'
               OPEN OUTPUT ACCESSLG
           END-IF.
           WRITE AC-REC.
           CLOSE ACCESSLG.

       7100-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG.
           MOVE SO-PGM-ID TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE LOG-EVENT TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           MOVE 0 TO AUD-RUN-NO.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.

       8000-HASH.
           MOVE SO-OPER-ID TO HI-OPER-ID.
           MOVE SO-PASSWORD TO HI-PASSWORD.
           MOVE 7 TO HASH-ACCUM.
           PERFORM 8100-HASH-ONE-CHAR
               VARYING HASH-SUB FROM 1 BY 1
                   UNTIL HASH-SUB > 24.
           MOVE HASH-ACCUM TO HASH-RESULT.

      *A CHARACTER NOT IN THE ALPHABET COUNTS AS 97, A SPACE AS 0
       8100-HASH-ONE-CHAR.
           MOVE 0 TO CHAR-VAL.
           PERFORM 8110-FIND-CHAR
               VARYING AL-SUB FROM 1 BY 1
                   UNTIL AL-SUB > 64 OR CHAR-VAL > 0.
           IF CHAR-VAL = 0 AND HASH-CHAR(HASH-SUB) NOT = SPACE
               MOVE 97 TO CHAR-VAL
           END-IF.
           COMPUTE HASH-ACCUM = HASH-ACCUM * 131
               + CHAR-VAL * HASH-SUB + 17.
           DIVIDE HASH-ACCUM BY 999999937
               GIVING HASH-QUOT REMAINDER HASH-REM.
           MOVE HASH-REM TO HASH-ACCUM.

       8110-FIND-CHAR.
           IF HASH-CHAR(HASH-SUB) = HASH-ALPHA-CHAR(AL-SUB)
               MOVE AL-SUB TO CHAR-VAL
           END-IF.

       END PROGRAM COBSIGN.
