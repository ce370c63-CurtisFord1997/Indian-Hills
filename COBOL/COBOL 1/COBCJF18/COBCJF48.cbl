      *EVERY PROGRAM STAMPS THAT RUN NUMBER INTO ITS AUDIT ROWS VIA
      *COBRUNID, AND COBCJF18 - THE FINAL STEP - CLOSES THE RUN OUT
      *AND REPORTS PER RUN INSTEAD OF PER CALENDAR DATE.
      *COBCJF18 CLOSES A NIGHT THAT DID NOT GET THROUGH EVERY STEP AS
      *FAILED, WITH THE LAST STEP THE AUDIT LOG SHOWS FINISHING AND
      *THE STEP TO RESTART AT. PARM 'RSTR' (NIGHTRST.JCL) PICKS THAT
      *NIGHT BACK UP INSTEAD OF OPENING A NEW ONE:
      *  - REFUSES (RETURN CODE 12) UNLESS THE LAST RUN CLOSED
      *    FAILED, BUSDATE IS SET TO THAT RUN'S BUSINESS DATE, AND A
      *    STEP PAST THE SNAPSHOT GOT STARTED - A NIGHT THAT DIED
      *    BEFORE THAT IS RESTORED WITH SNAPREST AND RUN FROM THE TOP;
      *  - REOPENS THE SAME RUN NUMBER AS THE NEXT ATTEMPT AND LOGS
      *    AN RSTRT AUDIT ROW CARRYING THE RESTART STEP'S POSITION,
      *    SO COBCJF18 REPORTS BOTH ATTEMPTS AS ONE NIGHT;
      *  - WRITES THE RESTART DECK - NIGHTRUN.JCL WITH RESTART= ON
      *    THE JOB CARD - FOR THE OPERATOR TO SUBMIT.
      *RESTEP (ENVIRONMENT) RESTARTS AT AN EARLIER STEP THAN THE ONE
      *RECORDED - FOR A STEP THAT WROTE ITS END ROW AND THEN GAVE A
      *RETURN CODE OVER 4, WHICH THE AUDIT LOG CANNOT SHOW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JCLIN
               ASSIGN TO WS-NIGHTJCL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JI-FILE-STATUS.

           SELECT DECKOUT
               ASSIGN TO WS-RSTDECK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  RC-REC.
           05  RC-RUN-NO        PIC 9(6).
           05  RC-STATUS        PIC X.
               88  RUN-IS-OPEN      VALUE 'O'.
               88  RUN-IS-CLOSED    VALUE 'C'.
               88  RUN-IS-FAILED    VALUE 'F'.
           05  RC-DATE          PIC 9(8).
           05  RC-TIME          PIC X(11).
           05  RC-ATTEMPT       PIC 99.
           05  RC-LAST-STEP     PIC X(8).
           05  RC-LAST-PGM      PIC X(8).
           05  RC-RESTART-STEP  PIC X(8).
           05  RC-RESTART-PGM   PIC X(8).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD

       COPY "AUDIT.CPY".

       FD  JCLIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS JI-REC
           RECORD CONTAINS 80 CHARACTERS.

       01  JI-REC               PIC X(80).

       FD  DECKOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DK-REC
           RECORD CONTAINS 80 CHARACTERS.

       01  DK-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "NIGHTSTP.CPY".

       01  WORK-AREA.
           05  RC-FILE-STATUS   PIC XX.
           05  JI-FILE-STATUS   PIC XX.
           05  DK-FILE-STATUS   PIC XX.
           05  PRIOR-STATUS     PIC X           VALUE 'C'.
           05  THIS-RUN-NO      PIC 9(6)        VALUE 0.
           05  PRIOR-DATE       PIC 9(8)        VALUE 0.
           05  PRIOR-ATTEMPT    PIC 99          VALUE 0.
           05  PRIOR-LAST-STEP  PIC X(8)        VALUE SPACE.
           05  PRIOR-LAST-PGM   PIC X(8)        VALUE SPACE.
           05  PRIOR-RST-STEP   PIC X(8)        VALUE SPACE.
           05  PRIOR-RST-PGM    PIC X(8)        VALUE SPACE.

      *RESTART WORK - THE STEP BEING LOOKED UP AND ITS POSITION IN
      *THE NIGHT-STEP TABLE, AND THE JOB CARD HELD BACK UNTIL ITS
      *LAST LINE IS KNOWN
       01  RESTART-VARS.
           05  NS-SUB           PIC 99          VALUE 0.
           05  FIND-STEP        PIC X(8)        VALUE SPACE.
           05  FIND-SUB         PIC 99          VALUE 0.
           05  RESTART-SUB      PIC 99          VALUE 0.
           05  RECORDED-SUB     PIC 99          VALUE 0.
           05  JCL-EOF          PIC X           VALUE 'F'.
           05  JOB-CARD-DONE    PIC X           VALUE 'N'.
           05  HOLD-LINE        PIC X(80)       VALUE SPACE.
           05  HOLD-POS         PIC 99          VALUE 0.
           05  C-DECK-LINES     PIC 9(5)        VALUE 0.

       01  RESTART-LINE.
           05  FILLER           PIC X(15)
               VALUE '//             '.
           05  FILLER           PIC X(8)        VALUE 'RESTART='.
           05  RL-STEP          PIC X(8).
           05  FILLER           PIC X(49)       VALUE SPACE.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-NIGHTJCL-PATH PIC X(80)
               VALUE 'C:\COBOL\NIGHTRUN.JCL'.
           05  WS-RSTDECK-PATH  PIC X(80)
               VALUE 'C:\COBOL\NIGHTRSD.JCL'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01  WS-PARM-IN           PIC X(4)        VALUE SPACE.

       01  WS-RESTEP-IN         PIC X(8)        VALUE SPACE.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.

           ACCEPT WS-PARM-IN FROM COMMAND-LINE.

           PERFORM 1000-READ-CONTROL.

           IF WS-PARM-IN = 'RSTR'
               PERFORM 3000-RESTART-RUN
               STOP RUN
           END-IF.

           IF PRIOR-STATUS = 'O'
               DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO ' IS STILL OPEN'
               DISPLAY 'COBCJF48: A STREAM IS ALREADY RUNNING - '
               STOP RUN
           END-IF.

      *A FAILED NIGHT NOBODY RESTARTED IS LEFT BEHIND - THE OPERATOR
      *RESTORED WITH SNAPREST AND IS RUNNING THE WHOLE NIGHT AGAIN
           IF PRIOR-STATUS = 'F'
               DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO ' FAILED AT '
                   PRIOR-RST-STEP ' AND WAS NOT RESTARTED'
           END-IF.

           ADD 1 TO THIS-RUN-NO.
           PERFORM 2000-OPEN-RUN.

               IF RC-FILE-STATUS = '00'
                   MOVE RC-STATUS TO PRIOR-STATUS
                   MOVE RC-RUN-NO TO THIS-RUN-NO
                   MOVE RC-DATE TO PRIOR-DATE
                   MOVE RC-LAST-STEP TO PRIOR-LAST-STEP
                   MOVE RC-LAST-PGM TO PRIOR-LAST-PGM
                   MOVE RC-RESTART-STEP TO PRIOR-RST-STEP
                   MOVE RC-RESTART-PGM TO PRIOR-RST-PGM
      *A RECORD WRITTEN BEFORE THE ATTEMPT NUMBER WAS CARRIED
                   IF RC-ATTEMPT NUMERIC
                       MOVE RC-ATTEMPT TO PRIOR-ATTEMPT
                   ELSE
                       MOVE 1 TO PRIOR-ATTEMPT
                   END-IF
               END-IF
           END-IF.
           CLOSE RUNCTL.
           MOVE 'O' TO RC-STATUS.
           MOVE I-DATE TO RC-DATE.
           MOVE I-TIME TO RC-TIME.
           MOVE 1 TO RC-ATTEMPT.
           MOVE SPACES TO RC-LAST-STEP.
           MOVE SPACES TO RC-LAST-PGM.
           MOVE SPACES TO RC-RESTART-STEP.
           MOVE SPACES TO RC-RESTART-PGM.
           OPEN OUTPUT RUNCTL.
           WRITE RC-REC.
           CLOSE RUNCTL.
           CLOSE AUDITLOG.

           DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO ' OPENED'.

      *RESTART OF A FAILED NIGHT UNDER ITS OWN RUN NUMBER. EVERY
      *REFUSAL ENDS WITH RETURN CODE 12 AND LEAVES RUNCTL.DAT AS IT
      *WAS.
       3000-RESTART-RUN.
           IF PRIOR-STATUS NOT = 'F'
               IF PRIOR-STATUS = 'O'
                   DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO
                       ' IS STILL OPEN - RUN COBCJF18 TO CLOSE IT OUT'
                       ' BEFORE RESTARTING'
               ELSE
                   DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO
                       ' DID NOT FAIL - NOTHING TO RESTART'
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *THE RESTARTED STEPS MUST RUN UNDER THE FAILED NIGHT'S DATE,
      *NOT THE MORNING'S
           IF WS-BUSDATE-IN NOT NUMERIC
               OR WS-BUSDATE-IN NOT = PRIOR-DATE
               DISPLAY 'COBCJF48: SET BUSDATE TO ' PRIOR-DATE
                   ' - RUN ' THIS-RUN-NO "'S BUSINESS DATE - TO RESTART"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PRIOR-RST-STEP = SPACES
               DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO
                   ' FAILED BEFORE ITS FIRST STEP PAST THE SNAPSHOT'
               DISPLAY 'COBCJF48: RESTORE WITH SNAPREST AND RERUN '
                   'NIGHTRUN FROM THE TOP'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PRIOR-RST-STEP TO FIND-STEP.
           PERFORM 3100-FIND-STEP.
           IF FIND-SUB = 0
               DISPLAY 'COBCJF48: RESTART STEP ' PRIOR-RST-STEP
                   ' IS NOT IN THE NIGHT-STEP TABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FIND-SUB TO RECORDED-SUB.
           MOVE FIND-SUB TO RESTART-SUB.

      *OPERATOR OVERRIDE - BACK UP TO AN EARLIER STEP, NEVER PAST
      *THE ONE THE AUDIT LOG SAYS DID NOT FINISH
           DISPLAY 'RESTEP' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RESTEP-IN FROM ENVIRONMENT-VALUE.
           IF WS-RESTEP-IN NOT = SPACES
               MOVE WS-RESTEP-IN TO FIND-STEP
               PERFORM 3100-FIND-STEP
               IF FIND-SUB = 0 OR FIND-SUB > RECORDED-SUB
                   DISPLAY 'COBCJF48: RESTEP ' WS-RESTEP-IN
                       ' IS NOT A STREAM STEP AT OR BEFORE '
                       PRIOR-RST-STEP
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FIND-SUB TO RESTART-SUB
           END-IF.

           PERFORM 4000-WRITE-DECK.
           IF JOB-CARD-DONE NOT = 'Y'
               DISPLAY 'COBCJF48: NO RESTART DECK WRITTEN FROM '
                   WS-NIGHTJCL-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE THIS-RUN-NO TO RC-RUN-NO.
           MOVE 'O' TO RC-STATUS.
           MOVE PRIOR-DATE TO RC-DATE.
           MOVE I-TIME TO RC-TIME.
           COMPUTE RC-ATTEMPT = PRIOR-ATTEMPT + 1.
           MOVE PRIOR-LAST-STEP TO RC-LAST-STEP.
           MOVE PRIOR-LAST-PGM TO RC-LAST-PGM.
           MOVE NS-STEP(RESTART-SUB) TO RC-RESTART-STEP.
           MOVE NS-PGM-ID(RESTART-SUB) TO RC-RESTART-PGM.
           OPEN OUTPUT RUNCTL.
           WRITE RC-REC.
           CLOSE RUNCTL.

      *THE RSTRT ROW'S COUNT IS THE RESTART STEP'S POSITION IN THE
      *NIGHT-STEP TABLE - COBCJF18 PICKS THE NIGHT UP FROM THERE
           OPEN EXTEND AUDITLOG.
           MOVE "COBCJF48" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           MOVE THIS-RUN-NO TO AUD-RUN-NO.
           WRITE AUDIT-REC.
           MOVE "RSTRT" TO AUD-EVENT.
           MOVE RESTART-SUB TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           MOVE "END  " TO AUD-EVENT.
           MOVE C-DECK-LINES TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.

           DISPLAY 'COBCJF48: RUN ' THIS-RUN-NO ' REOPENED, ATTEMPT '
               RC-ATTEMPT ', RESTARTING AT ' RC-RESTART-STEP
               ' (' RC-RESTART-PGM ')'.
           DISPLAY 'COBCJF48: SUBMIT ' WS-RSTDECK-PATH.
           MOVE 0 TO RETURN-CODE.

      *POSITION OF FIND-STEP IN THE NIGHT-STEP TABLE, 0 IF NOT THERE
       3100-FIND-STEP.
           MOVE 0 TO FIND-SUB.
           PERFORM 3110-CHECK-STEP
               VARYING NS-SUB FROM 1 BY 1
                   UNTIL NS-SUB > 75 OR FIND-SUB > 0.

       3110-CHECK-STEP.
           IF NS-STEP(NS-SUB) = FIND-STEP
               MOVE NS-SUB TO FIND-SUB
           END-IF.

      *THE RESTART DECK IS NIGHTRUN.JCL LINE FOR LINE, EXCEPT THAT
      *THE JOB CARD'S LAST LINE GETS A CONTINUATION COMMA AND A
      *RESTART= LINE FOLLOWS IT. THE JOB CARD IS THE FIRST LINE PLUS
      *EVERY '//' LINE WITH A BLANK NAME FIELD RIGHT BEHIND IT.
       4000-WRITE-DECK.
           DISPLAY 'NIGHTRUN_JCL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NIGHTJCL-PATH
           END-IF.

           DISPLAY 'NIGHTRSD_JCL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RSTDECK-PATH
           END-IF.

           MOVE NS-STEP(RESTART-SUB) TO RL-STEP.
           OPEN INPUT JCLIN.
           IF JI-FILE-STATUS = '00'
               OPEN OUTPUT DECKOUT
               IF DK-FILE-STATUS = '00'
                   MOVE 'F' TO JCL-EOF
                   PERFORM 4100-COPY-DECK-LINE
                       UNTIL JCL-EOF = 'T'
      *A DECK THAT IS ALL JOB CARD STILL GETS ITS RESTART= LINE
                   IF JOB-CARD-DONE = 'N' AND C-DECK-LINES > 0
                       PERFORM 4200-CLOSE-JOB-CARD
                   END-IF
               END-IF
               CLOSE DECKOUT
           END-IF.
           CLOSE JCLIN.

       4100-COPY-DECK-LINE.
           READ JCLIN
               AT END
                   MOVE 'T' TO JCL-EOF
               NOT AT END
                   ADD 1 TO C-DECK-LINES
                   EVALUATE TRUE
                       WHEN JOB-CARD-DONE = 'Y'
                           WRITE DK-REC FROM JI-REC
                       WHEN C-DECK-LINES = 1
                           MOVE JI-REC TO HOLD-LINE
                       WHEN JI-REC(1:3) = '// '
                           WRITE DK-REC FROM HOLD-LINE
                           MOVE JI-REC TO HOLD-LINE
                       WHEN OTHER
                           PERFORM 4200-CLOSE-JOB-CARD
                           WRITE DK-REC FROM JI-REC
                   END-EVALUATE
           END-READ.

       4200-CLOSE-JOB-CARD.
           PERFORM 4210-BACK-UP
               VARYING HOLD-POS FROM 71 BY -1
                   UNTIL HOLD-POS < 1
                       OR HOLD-LINE(HOLD-POS:1) NOT = SPACE.
           MOVE ',' TO HOLD-LINE(HOLD-POS + 1:1).
           WRITE DK-REC FROM HOLD-LINE.
           WRITE DK-REC FROM RESTART-LINE.
           MOVE 'Y' TO JOB-CARD-DONE.

       4210-BACK-UP.
           CONTINUE.
       END PROGRAM COBCJF48.
