      *OLD STUDENT MASTER (BOTH IN I-ID ORDER), WRITES THE NEW MASTER,
      *AND PRINTS A BEFORE/AFTER CHANGE REGISTER SO THE REGISTRAR CAN
      *SEE EXACTLY WHAT MOVED. UNMATCHED TRANSACTIONS GO TO THE
      *EXCEPTION REPORT. AN ADD FOR AN ID WHOSE LATEST ACADEMIC
      *STANDING (STNDHIST.DAT, FROM COBCJF54) IS SUSPENSION IS REFUSED.
      *EVERY REGISTER AND EXCEPTION LINE NAMES THE OPERATOR WHO KEYED
      *THE TRANSACTION (COBCJF27), OR COBCJF28 FOR ADMISSIONS ADDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-NEWMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STANDING-HIST
               ASSIGN TO WS-STNDHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD

       01  NM-REC               PIC X(53).

      *STANDING HISTORY - ONE ROW PER STUDENT PER CLOSED TERM, IN
      *STUDENT-ID AND TERM ORDER
       FD  STANDING-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SH-REC.
           05  SH-ID            PIC X(7).
           05  SH-TERM          PIC 9(5).
           05  SH-STANDING      PIC X.
           05  SH-TERM-GPA      PIC 9V99.
           05  SH-CUM-GPA       PIC 9V99.
           05  SH-PROB-TERMS    PIC 99.
           05  SH-DATE          PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  MST-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  TRN-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  GROUP-KEY        PIC X(7)        VALUE HIGH-VALUE.
           05  SH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  SH-FILE-STATUS   PIC XX.
           05  SH-KEY           PIC X(7)        VALUE LOW-VALUE.

      *THE STUDENT IMAGE A TRANSACTION GROUP WORKS AGAINST - SEVERAL
      *TRANSACTIONS FOR ONE ID IN A NIGHT (ADD THEN CHANGE, DELETE
       01  GROUP-VARS.
           05  STU-EXISTS       PIC X           VALUE 'N'.
           05  GROUP-APPLIED    PIC 9(3)        VALUE 0.
           05  GROUP-STANDING   PIC X           VALUE SPACE.
               88  GROUP-SUSPENDED              VALUE 'S'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
               VALUE 'C:\COBOL\STUCHG.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUCHGEX.PRT'.
           05  WS-STNDHIST-PATH PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.DAT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

           05  FILLER           PIC X(17)       VALUE "FIRST NAME".
           05  FILLER           PIC X(7)        VALUE "GPA".
           05  FILLER           PIC X(18)       VALUE "STARTING SALARY".
           05  FILLER           PIC X(13)       VALUE "DEPT".
           05  FILLER           PIC X(33)       VALUE "OPERATOR".

       01  REGISTER-LINE.
           05  REG-ACTION       PIC X(6).
           05  REG-STRT-SAL     PIC $ZZZ,ZZZ.99.
           05  FILLER           PIC X(7)        VALUE SPACE.
           05  REG-DEPT         PIC X(4).
           05  FILLER           PIC X(7)        VALUE SPACE.
           05  REG-OPER         PIC X(8).
           05  FILLER           PIC X(25)       VALUE SPACE.

       01  REGISTER-TOTAL-LINE.
           05  FILLER           PIC X(13)       VALUE "ADDS:".
       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(8)        VALUE "ACTION".
           05  FILLER           PIC X(12)       VALUE "  ID".
           05  FILLER           PIC X(62)       VALUE "DESCRIPTION".
           05  FILLER           PIC X(8)        VALUE "OPERATOR".

       01  EXCEPTION-LINE.
           05  EXC-ACTION       PIC X(6).
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).
           05  FILLER           PIC XX          VALUE SPACE.
           05  EXC-OPER         PIC X(8).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
           OPEN INPUT OLD-MASTER.
           OPEN INPUT STU-TRAN.
           OPEN OUTPUT NEW-MASTER.
           OPEN INPUT STANDING-HIST.
           IF SH-FILE-STATUS NOT = '00'
      *NO STANDING HISTORY YET - NOBODY CAN BE ON SUSPENSION
               MOVE 'NO' TO SH-MORE-RECS
               MOVE HIGH-VALUE TO SH-KEY
           END-IF.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           OPEN EXTEND AUDITLOG.
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

           DISPLAY 'STNDHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STNDHIST-PATH
           END-IF.

      *BALANCED-LINE MATCH OF THE TRANSACTION FILE AGAINST THE OLD
      *MASTER, BOTH IN STUDENT-ID ORDER
       2000-MAINLINE.
       2350-APPLY-GROUP.
           MOVE TRN-KEY TO GROUP-KEY.
           MOVE 0 TO GROUP-APPLIED.
           PERFORM 2360-GROUP-STANDING.
           PERFORM 2400-APPLY-ONE-TRAN
               UNTIL TRN-KEY NOT = GROUP-KEY.

               END-IF
           END-IF.

      *THE STANDING HISTORY IS IN ID ORDER TOO - READ IT FORWARD TO
      *THE GROUP'S ID AND KEEP THE NEWEST STANDING ON FILE FOR IT
       2360-GROUP-STANDING.
           MOVE SPACE TO GROUP-STANDING.
           PERFORM 9070-READ-STANDING
               UNTIL SH-KEY NOT < GROUP-KEY.
           PERFORM 2370-STANDING-ROW
               UNTIL SH-KEY NOT = GROUP-KEY.

       2370-STANDING-ROW.
           MOVE SH-STANDING TO GROUP-STANDING.
           PERFORM 9070-READ-STANDING.

       2400-APPLY-ONE-TRAN.
           EVALUATE TRUE
               WHEN TR-IS-ADD AND STU-EXISTS = 'Y'
                   MOVE "ADD FOR ID ALREADY ON MASTER" TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN TR-IS-ADD AND GROUP-SUSPENDED
                   MOVE "ADD REFUSED - STUDENT ON ACADEMIC SUSPENSION"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN TR-IS-ADD
                   MOVE TR-STUDENT TO WORK-STUDENT
                   MOVE 'Y' TO STU-EXISTS
       2600-EXCEPTION.
           MOVE TR-ACTION TO EXC-ACTION.
           MOVE TR-ID TO EXC-ID.
           MOVE TR-OPER-ID TO EXC-OPER.

           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
           CLOSE OLD-MASTER.
           CLOSE STU-TRAN.
           CLOSE NEW-MASTER.
           CLOSE STANDING-HIST.

           PERFORM 3100-REWRITE-LIVE.

               END-READ
           END-IF.

       9070-READ-STANDING.
           IF SH-MORE-RECS = 'YES'
               READ STANDING-HIST
                   AT END
                       MOVE 'NO' TO SH-MORE-RECS
                       MOVE HIGH-VALUE TO SH-KEY
                   NOT AT END
                       MOVE SH-ID TO SH-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUE TO SH-KEY
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           MOVE TR-GPA TO REG-GPA.
           MOVE TR-START-SAL TO REG-STRT-SAL.
           MOVE TR-DEPT TO REG-DEPT.
           MOVE TR-OPER-ID TO REG-OPER.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.
           MOVE WK-GPA TO REG-GPA.
           MOVE WK-START-SAL TO REG-STRT-SAL.
           MOVE WK-DEPT TO REG-DEPT.
           MOVE TR-OPER-ID TO REG-OPER.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
