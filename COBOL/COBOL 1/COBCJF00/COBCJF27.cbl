      *EACH ACCEPTED ENTRY IS APPENDED TO THE TR-REC TRANSACTION FILE
      *THAT NIGHTRUN'S STEP005 FEEDS TO COBCJF08. ON A CHANGE, A
      *FIELD LEFT BLANK KEEPS THE VALUE ALREADY ON THE MASTER.
      *BLANK ACTION (OR 'END') LEAVES THE PROGRAM. A STUDENT WITH A
      *PAST-DUE ACCOUNT BALANCE ON COBCJF57'S REGISTRATION HOLD FILE
      *IS FLAGGED WHEN THE RECORD IS SHOWN. THE CLERK SIGNS ON FIRST
      *(COBSIGN); EACH ADD/CHANGE/DELETE NEEDS THAT FUNCTION, SETTING
      *OR CHANGING A GPA OR STARTING SALARY NEEDS THE REGISTRAR, AND
      *EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT. ON AN ADD
      *BY AN OPERATOR WITHOUT THE GPA OR SALARY FUNCTION, THAT FIELD
      *LEFT BLANK STARTS AT ZERO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-TRAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE
               ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STU-TRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  TR-REC.
           05  TR-ACTION        PIC X.
               10  TR-GPA           PIC 9V99.
               10  TR-START-SAL     PIC 9(6)V99.
               10  TR-DEPT          PIC X(4).
           05  TR-OPER-ID       PIC X(8).

       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  AH-REC.
           05  AH-ID            PIC X(7).
           05  AH-PAST-DUE      PIC 9(6)V99.
           05  AH-OLDEST-DATE   PIC 9(8).
           05  AH-RUN-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "SIGNON.CPY".

       01  WORK-AREA.
           05  IDX-FILE-STATUS  PIC XX.
           05  ENTRY-DONE       PIC XXX         VALUE 'NO'.
           05  INQ-ACTION       PIC X           VALUE SPACE.
           05  INQ-ID           PIC X(7)        VALUE SPACE.
           05  C-TRANS-WRITTEN  PIC 9(4)        VALUE 0.
           05  GPA-TALLY        PIC 99          VALUE 0.
           05  SAL-TALLY        PIC 99          VALUE 0.

      *RAW KEYED FIELDS, EDITED BEFORE THEY TOUCH THE TRANSACTION
       01  KEYED-FIELDS.
           05  DM-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  DEPT-MATCH       PIC XXX         VALUE 'NO'.

      *REGISTRATION HOLDS, LOADED FROM HOLD-FILE AT START-UP
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY AH-IDX.
               10  AH-SAVE-ID       PIC X(7).
               10  AH-SAVE-PAST-DUE PIC 9(6)V99.
               10  AH-SAVE-OLDEST   PIC 9(8).

       01  HOLD-VARS.
           05  HOLD-CTR         PIC 9(3)        VALUE 0.
           05  AH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  AH-FILE-STATUS   PIC XX.
           05  HOLD-MATCH       PIC XXX         VALUE 'NO'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-INDEXED-PATH  PIC X(80)
               VALUE 'C:\COBOL\DEPTMAST.DAT'.
           05  WS-TRAN-PATH     PIC X(80)
               VALUE 'C:\COBOL\STUTRAN.DAT'.
           05  WS-HOLD-PATH     PIC X(80)
               VALUE 'C:\COBOL\ACCTHOLD.DAT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01  DISPLAY-FIELDS.
           05  D-GPA            PIC Z.99.
           05  D-START-SAL      PIC $ZZZ,ZZZ.99.
           05  D-PAST-DUE       PIC $ZZZ,ZZZ.99.
           05  D-OLDEST.
               10  D-OLDEST-YYYY    PIC 9(4).
               10  D-OLDEST-MM      PIC 99.
               10  D-OLDEST-DD      PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE WS-ENV-OVERRIDE TO WS-TRAN-PATH
           END-IF.

           DISPLAY 'ACCTHOLD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-PATH
           END-IF.

           OPEN INPUT STU-INDEXED.
           IF IDX-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER INDEX NOT AVAILABLE - STATUS '
           END-IF.

           PERFORM 1100-LOAD-DEPT-MASTER.
           PERFORM 1200-LOAD-HOLDS.
           OPEN EXTEND STU-TRAN.

           IF ENTRY-DONE = 'NO'
               PERFORM 1300-SIGN-ON
           END-IF.

       1100-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           PERFORM 1150-LOAD-ONE-DEPT
                   END-IF
           END-READ.

      *NO HOLD FILE YET (BILLING NOT RUN) MEANS NO HOLDS
       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF AH-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-HOLD
                   UNTIL AH-MORE-RECS = 'NO'
               CLOSE HOLD-FILE
           END-IF.

       1250-LOAD-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO' TO AH-MORE-RECS
               NOT AT END
                   IF HOLD-CTR < 500
                       ADD 1 TO HOLD-CTR
                       SET AH-IDX TO HOLD-CTR
                       MOVE AH-ID TO AH-SAVE-ID(AH-IDX)
                       MOVE AH-PAST-DUE TO AH-SAVE-PAST-DUE(AH-IDX)
                       MOVE AH-OLDEST-DATE TO AH-SAVE-OLDEST(AH-IDX)
                   ELSE
                       DISPLAY 'HOLD-TABLE EXCEEDS 500 ROWS'
                       DISPLAY 'REMAINING HOLD ROWS NOT LOADED'
                   END-IF
           END-READ.

      *WHAT THE OPERATOR MAY SET ON AN ADD IS KNOWN FROM THE SIGN-ON;
      *COBSIGN STILL RULES ON EVERY FIELD KEYED
       1300-SIGN-ON.
           MOVE 'S' TO SO-REQUEST.
           MOVE 'COBCJF27' TO SO-PGM-ID.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF NOT SO-ALLOWED
               MOVE 'YES' TO ENTRY-DONE
           END-IF.
           INSPECT SO-FUNCTIONS TALLYING GPA-TALLY FOR ALL 'G'.
           INSPECT SO-FUNCTIONS TALLYING SAL-TALLY FOR ALL 'S'.
           IF NOT SO-REGISTRAR
               MOVE 0 TO GPA-TALLY
               MOVE 0 TO SAL-TALLY
           END-IF.

       2000-ENTRY.
           DISPLAY ' '.
           DISPLAY 'ACTION - A=ADD C=CHANGE D=DELETE '
                   DISPLAY 'ACTION MUST BE A, C, OR D'
           END-EVALUATE.

      *COBSIGN RULES ON SO-FUNCTION FOR THIS STUDENT AND LOGS IT
       2050-AUTHORITY.
           MOVE 'F' TO SO-REQUEST.
           MOVE INQ-ID TO SO-DETAIL.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF SO-ALLOWED
               MOVE 'YES' TO ENTRY-OK
           ELSE
               MOVE 'NO' TO ENTRY-OK
           END-IF.

       2100-ONE-TRANSACTION.
           DISPLAY 'STUDENT ID: ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-ID.
           ACCEPT INQ-ID.
           IF INQ-ID = SPACES
               DISPLAY 'STUDENT ID REQUIRED'
               MOVE 'NO' TO ENTRY-OK
           ELSE
               MOVE INQ-ACTION TO SO-FUNCTION
               MOVE 'N' TO SO-SENSITIVE
               PERFORM 2050-AUTHORITY
           END-IF.
           IF ENTRY-OK = 'YES'
               PERFORM 2200-SHOW-CURRENT
               PERFORM 2300-CHECK-ACTION
               IF ENTRY-OK = 'YES'
                   DISPLAY 'ON FILE: ' X-LNAME ' ' X-FNAME ' ' X-INIT
                       ' GPA ' D-GPA ' SALARY ' D-START-SAL
                       ' DEPT ' X-DEPT
                   PERFORM 2250-SHOW-HOLD
           END-READ.

       2250-SHOW-HOLD.
           MOVE 'NO' TO HOLD-MATCH.
           PERFORM VARYING AH-IDX FROM 1 BY 1
               UNTIL AH-IDX > HOLD-CTR OR HOLD-MATCH = 'YES'
                   IF INQ-ID = AH-SAVE-ID(AH-IDX)
                       MOVE 'YES' TO HOLD-MATCH
                       MOVE AH-SAVE-PAST-DUE(AH-IDX) TO D-PAST-DUE
                       MOVE AH-SAVE-OLDEST(AH-IDX) TO D-OLDEST
                   END-IF
           END-PERFORM.
           IF HOLD-MATCH = 'YES'
               DISPLAY '*** REGISTRATION HOLD - PAST-DUE BALANCE '
                   D-PAST-DUE ' OLDEST CHARGE ' D-OLDEST-MM '/'
                   D-OLDEST-DD '/' D-OLDEST-YYYY ' ***'
           END-IF.

       2300-CHECK-ACTION.
           MOVE 'YES' TO ENTRY-OK.
           EVALUATE TRUE

           IF INQ-ACTION = 'C'
               PERFORM 2450-DEFAULT-FROM-MASTER
           ELSE
               PERFORM 2460-DEFAULT-FOR-ADD
           END-IF.

           PERFORM 2500-EDIT-FIELDS.
           IF ENTRY-OK = 'YES'
               PERFORM 2550-FIELD-AUTHORITY
           END-IF.

       2450-DEFAULT-FROM-MASTER.
           IF K-LNAME = SPACES
               MOVE X-DEPT TO K-DEPT
           END-IF.

      *AN OPERATOR WHO MAY NOT SET THE GPA OR SALARY ADDS THE
      *STUDENT WITH THAT FIELD AT ZERO FOR THE REGISTRAR TO FILL IN
       2460-DEFAULT-FOR-ADD.
           IF K-GPA = SPACES AND GPA-TALLY = 0
               MOVE 0 TO K-GPA-NUM
           END-IF.
           IF K-START-SAL = SPACES AND SAL-TALLY = 0
               MOVE 0 TO K-SAL-NUM
           END-IF.

       2500-EDIT-FIELDS.
           MOVE 'YES' TO ENTRY-OK.
           EVALUATE TRUE
               END-IF
           END-IF.

      *A GPA OR STARTING SALARY SET ON AN ADD, OR MOVED OFF THE
      *MASTER'S VALUE ON A CHANGE, IS THE REGISTRAR'S TO DO
       2550-FIELD-AUTHORITY.
           IF (INQ-ACTION = 'A' AND K-GPA-NUM NOT = 0)
               OR (INQ-ACTION = 'C' AND K-GPA-NUM NOT = X-GPA)
               MOVE 'G' TO SO-FUNCTION
               MOVE 'Y' TO SO-SENSITIVE
               PERFORM 2050-AUTHORITY
               IF ENTRY-OK = 'NO'
                   DISPLAY 'REJECTED - GPA IS SET BY THE REGISTRAR'
               END-IF
           END-IF.
           IF ENTRY-OK = 'YES'
               IF (INQ-ACTION = 'A' AND K-SAL-NUM NOT = 0)
                   OR (INQ-ACTION = 'C' AND K-SAL-NUM NOT = X-START-SAL)
                   MOVE 'S' TO SO-FUNCTION
                   MOVE 'Y' TO SO-SENSITIVE
                   PERFORM 2050-AUTHORITY
                   IF ENTRY-OK = 'NO'
                       DISPLAY 'REJECTED - STARTING SALARY IS SET BY '
                           'THE REGISTRAR'
                   END-IF
               END-IF
           END-IF.

       2600-DEPT-LOOKUP.
           MOVE 'NO' TO DEPT-MATCH.
           PERFORM VARYING DM-IDX FROM 1 BY 1
               MOVE K-SAL-NUM TO TR-START-SAL
               MOVE K-DEPT TO TR-DEPT
           END-IF.
           MOVE SO-OPER-ID TO TR-OPER-ID.
           WRITE TR-REC.
           ADD 1 TO C-TRANS-WRITTEN.
           DISPLAY 'CAPTURED - APPLIES IN TONIGHT''S RUN'.
           CLOSE STU-TRAN.
           DISPLAY 'TRANSACTIONS CAPTURED THIS SESSION: '
               C-TRANS-WRITTEN.
           MOVE 'E' TO SO-REQUEST.
           CALL 'COBSIGN' USING SIGNON-AREA.
       END PROGRAM COBCJF27.
