      *NIGHT (CARRIED IN OPSHIST.DAT). NOTE THE PAINT ESTIMATOR AND
      *THE CAMPGROUND PROGRAM SHARE THE PGM-ID COBCJF01, SO THAT ROW
      *COVERS BOTH STEPS.
      *THE RUN IS CLOSED OUT BY WALKING THE AUDIT LOG ALONG THE
      *STREAM'S STEP LIST (NIGHTSTP.CPY): A STEP WITH ITS END ROW, OR
      *ONE WITH A LATER STEP'S START BEHIND IT, FINISHED. A NIGHT
      *THAT GOT THROUGH EVERY STEP CLOSES COMPLETE; ONE THAT DID NOT
      *CLOSES FAILED WITH THE LAST STEP FINISHED AND THE STEP TO
      *RESTART AT, FOR COBCJF48 AND NIGHTRST.JCL. A RESTART LOGS AN
      *RSTRT ROW UNDER THE SAME RUN NUMBER, SO THE FAILED ATTEMPT AND
      *THE RESTART REPORT AS ONE NIGHT: A STEP RERUN ON THE RESTART
      *SHOWS ITS RERUN TIMES, AND A RUN HISTORY CLOSES THE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  RUNCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  RC-REC.
           05  RC-RUN-NO        PIC 9(6).
           05  RC-STATUS        PIC X.
           05  RC-DATE          PIC 9(8).
           05  RC-TIME          PIC X(11).
           05  RC-ATTEMPT       PIC 99.
           05  RC-LAST-STEP     PIC X(8).
           05  RC-LAST-PGM      PIC X(8).
           05  RC-RESTART-STEP  PIC X(8).
           05  RC-RESTART-PGM   PIC X(8).

      *PREVIOUS NIGHT'S RECORD COUNT PER PROGRAM, FOR THE 25 PERCENT
      *MOVEMENT CHECK

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "NIGHTSTP.CPY".

       01  WORK-AREA.
           05  MORE-RECS        PIC XXX         VALUE 'YES'.
           05  OH-FILE-STATUS   PIC XX.
           05  RC-FILE-STATUS   PIC XX.
           05  THIS-RUN-NO      PIC 9(6)        VALUE 0.
           05  RUN-DATE         PIC 9(8)        VALUE 0.
           05  RUN-ATTEMPT      PIC 99          VALUE 1.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
               10  NT-REC-COUNT     PIC 9(6).
               10  NT-PRIOR-COUNT   PIC 9(6).
               10  NT-HAS-PRIOR     PIC X.
               10  NT-RERUN         PIC X.

       01  NIGHT-TABLE-VARS.
           05  NT-CTR           PIC 99          VALUE 0.
           05  NT-PLACED        PIC XXX         VALUE 'NO'.
           05  EXP-SUB          PIC 99          VALUE 0.

      *HOW FAR THE NIGHT GOT - NS-PTR IS THE FIRST STEP NOT YET SEEN
      *TO FINISH. ONE ATTEMPT ROW PER COBCJF48 START UNDER THIS RUN.
       01  STEP-WALK-VARS.
           05  NS-PTR           PIC 99          VALUE 1.
           05  NS-SUB           PIC 99          VALUE 0.
           05  NS-STARTED       PIC X           VALUE 'N'.
           05  NS-MATCH         PIC 99          VALUE 0.
           05  AT-CTR           PIC 99          VALUE 0.
           05  AT-SUB           PIC 99          VALUE 0.

       01  ATTEMPT-TABLE.
           05  AT-ENTRY OCCURS 9 TIMES.
               10  AT-START-TIME    PIC X(6).
               10  AT-FROM-SUB      PIC 99.
               10  AT-STOP-SUB      PIC 99.

       01  TIME-PARSE-AREA.
           05  TP-TIME          PIC X(6).
           05  TP-TIME-N REDEFINES TP-TIME.
           05  SML-FLAG         PIC X(24).
           05  FILLER           PIC X(42)       VALUE SPACE.

       01  HISTORY-TITLE.
           05  FILLER           PIC X(12)       VALUE "RUN HISTORY".
           05  FILLER           PIC X(120)      VALUE SPACE.

       01  HISTORY-HEADINGS.
           05  FILLER           PIC X(10)       VALUE "ATTEMPT".
           05  FILLER           PIC X(10)       VALUE "STARTED".
           05  FILLER           PIC X(20)       VALUE "FROM STEP".
           05  FILLER           PIC X(92)       VALUE "LAST FINISHED".

       01  HISTORY-LINE.
           05  FILLER           PIC XX          VALUE SPACE.
           05  HL-ATTEMPT       PIC Z9.
           05  FILLER           PIC X(6)        VALUE SPACE.
           05  HL-START         PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  HL-FROM-STEP     PIC X(8).
           05  FILLER           PIC X           VALUE SPACE.
           05  HL-FROM-PGM      PIC X(8).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  HL-LAST-STEP     PIC X(8).
           05  FILLER           PIC X           VALUE SPACE.
           05  HL-LAST-PGM      PIC X(8).
           05  FILLER           PIC X(75)       VALUE SPACE.

       01  NIGHT-STATUS-LINE.
           05  FILLER           PIC X(14)       VALUE "NIGHT STATUS:".
           05  NS-TEXT          PIC X(70).
           05  FILLER           PIC X(48)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-LOG-RECS       PIC 9(6)        VALUE 0.
                   MOVE 0 TO NT-REC-COUNT(NT-CTR)
                   MOVE 0 TO NT-PRIOR-COUNT(NT-CTR)
                   MOVE 'N' TO NT-HAS-PRIOR(NT-CTR)
                   MOVE 'N' TO NT-RERUN(NT-CTR)
           END-PERFORM.

           PERFORM 1100-LOAD-PRIOR-COUNTS.
               END-READ
               IF RC-FILE-STATUS = '00' AND RC-RUN-NO NUMERIC
                   MOVE RC-RUN-NO TO THIS-RUN-NO
                   MOVE RC-DATE TO RUN-DATE
                   IF RC-ATTEMPT NUMERIC
                       MOVE RC-ATTEMPT TO RUN-ATTEMPT
                   END-IF
               END-IF
           END-IF.
           CLOSE RUNCTL.
      *THE BUSDATE OVERRIDE NO LONGER MIXES WITH THE FIRST ATTEMPT.
      *WITH NO RUN-CONTROL FILE THE OLD BY-DATE SELECTION APPLIES.
      *A PROGRAM NOT IN THE EXPECTED LIST (A SPECIAL RUN) STILL
      *GETS A ROW. A SECOND START FOR A PROGRAM WHOSE FIRST NEVER
      *ENDED IS THE RESTART RERUNNING THE STEP THAT FAILED - ITS
      *TIMES ARE THE RERUN'S.
       2000-MAINLINE.
           IF (THIS-RUN-NO > 0 AND AUD-RUN-NO NUMERIC
                   AND AUD-RUN-NO = THIS-RUN-NO)
                           MOVE AUD-TIME(1:6)
                               TO NT-START-TIME(NT-SUB)
                           MOVE 'Y' TO NT-HAS-START(NT-SUB)
                       ELSE
                           IF NT-HAS-END(NT-SUB) = 'N'
                               MOVE AUD-TIME(1:6)
                                   TO NT-START-TIME(NT-SUB)
                               MOVE 'Y' TO NT-RERUN(NT-SUB)
                           END-IF
                       END-IF
                   WHEN 'END  '
                       MOVE AUD-TIME(1:6) TO NT-END-TIME(NT-SUB)
                       CONTINUE
               END-EVALUATE
               END-IF
               PERFORM 2200-WALK-STEPS
           END-IF.
           PERFORM 9000-READ.

      *ONE AUDIT ROW AGAINST THE STREAM'S STEP LIST. A COBCJF48
      *START OPENS AN ATTEMPT; ITS RSTRT ROW PUTS THE WALK BACK AT
      *THE RESTART STEP. A START FOR A STEP FURTHER ON PROVES EVERY
      *STEP BEFORE IT ENDED UNDER RETURN CODE 4 - OTHERWISE COND
      *WOULD HAVE BYPASSED IT - SO THE WALK JUMPS THERE.
       2200-WALK-STEPS.
           IF AUD-PGM-ID = 'COBCJF48'
               EVALUATE AUD-EVENT
                   WHEN 'START'
                       IF AT-CTR < 9
                           ADD 1 TO AT-CTR
                       END-IF
                       MOVE AUD-TIME(1:6) TO AT-START-TIME(AT-CTR)
                       MOVE NS-PTR TO AT-FROM-SUB(AT-CTR)
                       MOVE 0 TO AT-STOP-SUB(AT-CTR)
                   WHEN 'RSTRT'
                       MOVE AUD-REC-COUNT TO NS-MATCH
                       IF NS-MATCH > 0 AND NS-MATCH NOT > 75
                           MOVE NS-MATCH TO NS-PTR
                           MOVE 'N' TO NS-STARTED
                           IF AT-CTR > 0
                               MOVE NS-PTR TO AT-FROM-SUB(AT-CTR)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF NS-PTR NOT > 75
                   EVALUATE AUD-EVENT
                       WHEN 'START'
                           PERFORM 2210-FIND-STEP-AHEAD
                           IF NS-MATCH > 0
                               MOVE NS-MATCH TO NS-PTR
                               MOVE 'Y' TO NS-STARTED
                               PERFORM 2220-NOTE-FINISHED
                           END-IF
                       WHEN 'END  '
                           IF AUD-PGM-ID = NS-PGM-ID(NS-PTR)
                               AND NS-STARTED = 'Y'
                               ADD 1 TO NS-PTR
                               MOVE 'N' TO NS-STARTED
                               PERFORM 2220-NOTE-FINISHED
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *NEAREST STEP AT OR AFTER THE POINTER RUN BY THIS PROGRAM
       2210-FIND-STEP-AHEAD.
           MOVE 0 TO NS-MATCH.
           PERFORM VARYING NS-SUB FROM NS-PTR BY 1
               UNTIL NS-SUB > 75 OR NS-MATCH > 0
                   IF AUD-PGM-ID = NS-PGM-ID(NS-SUB)
                       MOVE NS-SUB TO NS-MATCH
                   END-IF
           END-PERFORM.

      *THE STEP BEFORE THE POINTER IS THE LAST ONE KNOWN FINISHED
       2220-NOTE-FINISHED.
           IF AT-CTR > 0
               COMPUTE AT-STOP-SUB(AT-CTR) = NS-PTR - 1
           END-IF.

       2100-FIND-PGM-ROW.
           MOVE 'YES' TO NT-PLACED.
           MOVE 'NO' TO NT-MATCH.
                   MOVE 0 TO NT-REC-COUNT(NT-SUB)
                   MOVE 0 TO NT-PRIOR-COUNT(NT-SUB)
                   MOVE 'N' TO NT-HAS-PRIOR(NT-SUB)
                   MOVE 'N' TO NT-RERUN(NT-SUB)
               END-IF
           END-IF.


           PERFORM 3200-SAVE-COUNTS.
           PERFORM 3300-CLOSE-RUN.
           IF AT-CTR > 0
               PERFORM 3400-RUN-HISTORY
           END-IF.

           MOVE C-LOG-RECS TO TR-REC-COUNT.
           MOVE NT-CTR TO TR-HASH-TOTAL.
                   MOVE '** ABENDED **' TO SML-FLAG
               WHEN OTHER
                   PERFORM 3150-TIMES-AND-MOVEMENT
                   IF NT-RERUN(NT-SUB) = 'Y'
                       MOVE '** RERUN ON RESTART **' TO SML-FLAG
                   END-IF
           END-EVALUATE.

           WRITE PRTLINE FROM SUMMARY-LINE
           END-PERFORM.
           CLOSE OPSHIST.

      *THE FINAL STEP CLOSES THE RUN SO THE NEXT STREAM CAN START -
      *COMPLETE WHEN THE WALK GOT PAST THE LAST STEP, OTHERWISE
      *FAILED UNDER ITS OWN BUSINESS DATE WITH THE STEP TO RESTART
      *AT. A NIGHT THAT NEVER STARTED ITS FIRST STEP PAST THE
      *SNAPSHOT HAS NO RESTART STEP - IT RUNS AGAIN FROM THE TOP.
       3300-CLOSE-RUN.
           IF THIS-RUN-NO > 0
               MOVE THIS-RUN-NO TO RC-RUN-NO
               MOVE I-TIME TO RC-TIME
               MOVE RUN-ATTEMPT TO RC-ATTEMPT
               MOVE SPACES TO RC-LAST-STEP
               MOVE SPACES TO RC-LAST-PGM
               MOVE SPACES TO RC-RESTART-STEP
               MOVE SPACES TO RC-RESTART-PGM
               IF NS-PTR > 1
                   MOVE NS-STEP(NS-PTR - 1) TO RC-LAST-STEP
                   MOVE NS-PGM-ID(NS-PTR - 1) TO RC-LAST-PGM
               END-IF
               IF NS-PTR > 75
                   MOVE 'C' TO RC-STATUS
                   MOVE I-DATE TO RC-DATE
               ELSE
                   MOVE 'F' TO RC-STATUS
                   MOVE RUN-DATE TO RC-DATE
                   IF NS-PTR > 1 OR NS-STARTED = 'Y'
                       MOVE NS-STEP(NS-PTR) TO RC-RESTART-STEP
                       MOVE NS-PGM-ID(NS-PTR) TO RC-RESTART-PGM
                   END-IF
                   DISPLAY 'COBCJF18: RUN ' THIS-RUN-NO
                       ' CLOSED FAILED - LAST STEP FINISHED '
                       RC-LAST-STEP
               END-IF
               OPEN OUTPUT RUNCTL
               WRITE RC-REC
               CLOSE RUNCTL
           END-IF.

      *ONE LINE PER ATTEMPT AT THE NIGHT, THEN WHERE IT STANDS
       3400-RUN-HISTORY.
           WRITE PRTLINE FROM HISTORY-TITLE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM HISTORY-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 3410-HISTORY-LINE
               VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-CTR.

           MOVE SPACES TO NS-TEXT.
           EVALUATE TRUE
               WHEN THIS-RUN-NO = 0
                   MOVE 'NOT UNDER RUN CONTROL' TO NS-TEXT
               WHEN NS-PTR > 75 AND AT-CTR = 1
                   MOVE 'COMPLETE' TO NS-TEXT
               WHEN NS-PTR > 75
                   MOVE 'COMPLETE ON RESTART' TO NS-TEXT
               WHEN NS-PTR = 1 AND NS-STARTED = 'N'
                   MOVE 'FAILED EARLY - SNAPREST AND RERUN NIGHTRUN'
                       TO NS-TEXT
               WHEN OTHER
                   STRING 'FAILED - RESTART AT ' DELIMITED BY SIZE
                       NS-STEP(NS-PTR) DELIMITED BY SPACE
                       ' (' DELIMITED BY SIZE
                       NS-PGM-ID(NS-PTR) DELIMITED BY SPACE
                       ') WITH NIGHTRST.JCL' DELIMITED BY SIZE
                           INTO NS-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM NIGHT-STATUS-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

       3410-HISTORY-LINE.
           MOVE AT-SUB TO HL-ATTEMPT.
           MOVE AT-START-TIME(AT-SUB)(1:2) TO HL-START(1:2).
           MOVE ':' TO HL-START(3:1).
           MOVE AT-START-TIME(AT-SUB)(3:2) TO HL-START(4:2).
           MOVE ':' TO HL-START(6:1).
           MOVE AT-START-TIME(AT-SUB)(5:2) TO HL-START(7:2).
           MOVE SPACES TO HL-FROM-STEP.
           MOVE SPACES TO HL-FROM-PGM.
           IF AT-FROM-SUB(AT-SUB) > 0 AND AT-FROM-SUB(AT-SUB) NOT > 75
               MOVE NS-STEP(AT-FROM-SUB(AT-SUB)) TO HL-FROM-STEP
               MOVE NS-PGM-ID(AT-FROM-SUB(AT-SUB)) TO HL-FROM-PGM
           END-IF.
           IF AT-STOP-SUB(AT-SUB) > 0
               MOVE NS-STEP(AT-STOP-SUB(AT-SUB)) TO HL-LAST-STEP
               MOVE NS-PGM-ID(AT-STOP-SUB(AT-SUB)) TO HL-LAST-PGM
           ELSE
               MOVE 'NONE' TO HL-LAST-STEP
               MOVE SPACES TO HL-LAST-PGM
           END-IF.
           WRITE PRTLINE FROM HISTORY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       9000-READ.
           READ AUDITIN
               AT END
