      *THE MASTER THE SURVIVING RECORD IS KEPT AND THE OLD ONE IS
      *DROPPED. BOTH FILES ARE RE-SORTED AFTER REKEYING SO THE
      *BALANCED-LINE PROGRAMS DOWNSTREAM STILL SEE ID ORDER. THE
      *SAME PASS MOVES THE OLD ID'S ROWS ON THE STANDING HISTORY
      *(STNDHIST), THE INCOMPLETE LEDGER (INCMPL), THE ACCOUNT
      *LEDGER (ACCTLEDG), AND THE REGISTRATION HOLDS (ACCTHOLD), SO
      *THE SURVIVING ID CARRIES ITS STANDING, OPEN INCOMPLETES, AND
      *BALANCE. A TERM ON BOTH IDS' STANDING HISTORY KEEPS THE
      *SURVIVING ID'S ROW, AND HOLDS ON BOTH IDS ARE COMBINED INTO
      *ONE. A FILE THAT IS NOT THERE YET IS SKIPPED. THE
      *REGISTER PRINTS BEFORE/AFTER IMAGES THE SAME WAY COBCJF08'S
      *CHANGE REGISTER DOES. RERUN COBCJF10 AFTER THIS STEP SO THE
      *INDEXED MASTER PICKS UP THE SURVIVING IDS.
           SELECT GRD-SORT-FILE
               ASSIGN TO "SORTWK2".

           SELECT STANDING-HIST
               ASSIGN TO WS-STNDHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT SH-TEMP
               ASSIGN TO WS-SHTEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SH-SORTED
               ASSIGN TO WS-SHSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SH-SORT-FILE
               ASSIGN TO "SORTWK3".

           SELECT INCOMPLETE-LEDGER
               ASSIGN TO WS-INCMPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

           SELECT IC-TEMP
               ASSIGN TO WS-ICTEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IC-SORT-FILE
               ASSIGN TO "SORTWK4".

           SELECT ACCT-LEDGER
               ASSIGN TO WS-ACCTLEDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

           SELECT AL-TEMP
               ASSIGN TO WS-ALTEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AL-SORT-FILE
               ASSIGN TO "SORTWK5".

           SELECT HOLD-FILE
               ASSIGN TO WS-ACCTHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

           SELECT AH-TEMP
               ASSIGN TO WS-AHTEMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AH-SORTED
               ASSIGN TO WS-AHSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AH-SORT-FILE
               ASSIGN TO "SORTWK6".

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  FILLER           PIC X(3).
           05  SG-TERM          PIC 9(5).

      *STANDING HISTORY (COBCJF54) - ID AND TERM ORDER. THE WORK
      *COPY CARRIES AN ORIGIN BYTE SO THE SURVIVING ID'S ROW SORTS
      *AHEAD OF A MOVED ROW FOR THE SAME TERM
       FD  STANDING-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SH-REC.
           05  SH-ID            PIC X(7).
           05  FILLER           PIC X(22).

       FD  SH-TEMP
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHT-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  SHT-REC.
           05  SHT-DATA.
               10  SHT-ID       PIC X(7).
               10  FILLER       PIC X(22).
           05  SHT-ORIGIN       PIC X.

       FD  SH-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHS-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  SHS-REC.
           05  SHS-DATA.
               10  SHS-ID       PIC X(7).
               10  SHS-TERM     PIC 9(5).
               10  FILLER       PIC X(17).
           05  SHS-ORIGIN       PIC X.

       SD  SH-SORT-FILE
           DATA RECORD IS SS-REC.

       01  SS-REC.
           05  SS-ID            PIC X(7).
           05  SS-TERM          PIC 9(5).
           05  FILLER           PIC X(17).
           05  SS-ORIGIN        PIC X.

      *INCOMPLETE LEDGER (COBCJF56)
       FD  INCOMPLETE-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 56 CHARACTERS.

       01  IC-REC.
           05  IC-ID            PIC X(7).
           05  FILLER           PIC X(49).

       FD  IC-TEMP
           LABEL RECORD IS STANDARD
           DATA RECORD IS ICT-REC
           RECORD CONTAINS 56 CHARACTERS.

       01  ICT-REC              PIC X(56).

       SD  IC-SORT-FILE
           DATA RECORD IS SI-REC.

       01  SI-REC.
           05  SI-ID            PIC X(7).
           05  SI-COURSE        PIC X(8).
           05  SI-TERM          PIC 9(5).
           05  FILLER           PIC X(36).

      *STUDENT ACCOUNT LEDGER (COBCJF57) - ID ORDER AND POSTING ORDER
      *WITHIN THE ID. A MERGED ID'S ROWS ARE INTERLEAVED BY POSTING
      *DATE SO ITS CHARGES STAY OLDEST FIRST
       FD  ACCT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 65 CHARACTERS.

       01  AL-REC.
           05  AL-ID            PIC X(7).
           05  FILLER           PIC X(58).

       FD  AL-TEMP
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALT-REC
           RECORD CONTAINS 65 CHARACTERS.

       01  ALT-REC              PIC X(65).

       SD  AL-SORT-FILE
           DATA RECORD IS SA-REC.

       01  SA-REC.
           05  SA-ID            PIC X(7).
           05  SA-DATE          PIC 9(8).
           05  FILLER           PIC X(50).

      *REGISTRATION HOLDS (COBCJF57) - ONE ROW PER ID
       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  AH-REC.
           05  AH-ID            PIC X(7).
           05  FILLER           PIC X(24).

       FD  AH-TEMP
           LABEL RECORD IS STANDARD
           DATA RECORD IS AHT-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  AHT-REC              PIC X(31).

       FD  AH-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AHS-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  AHS-REC.
           05  AHS-ID           PIC X(7).
           05  AHS-PAST-DUE     PIC 9(6)V99.
           05  AHS-OLDEST-DATE  PIC 9(8).
           05  AHS-RUN-DATE     PIC 9(8).

       SD  AH-SORT-FILE
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-ID            PIC X(7).
           05  FILLER           PIC X(24).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  MST-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  GRD-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  MRG-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  SH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  IC-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  AL-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  AH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  SH-FILE-STATUS   PIC XX.
           05  IC-FILE-STATUS   PIC XX.
           05  AL-FILE-STATUS   PIC XX.
           05  AH-FILE-STATUS   PIC XX.
           05  LOOKUP-ID        PIC X(7).
           05  LAST-SH-ID       PIC X(7).
           05  LAST-SH-TERM     PIC 9(5).

      *HOLD BEING BUILT FOR THE CURRENT ID WHILE THE SORTED HOLDS ARE
      *COPIED BACK - TWO ROWS FOR ONE ID BECOME ONE
       01  HOLD-WORK-REC.
           05  HW-ID            PIC X(7).
           05  HW-PAST-DUE      PIC 9(6)V99.
           05  HW-OLDEST-DATE   PIC 9(8).
           05  HW-RUN-DATE      PIC 9(8).

      *MERGE TABLE, LOADED FROM THE TRANSACTION FILE AT START-UP.
      *OLD-FOUND/NEW-FOUND ARE FILLED BY THE SCAN PASS SO THE APPLY
               VALUE 'C:\COBOL\IDMERGE.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\IDMERGEX.PRT'.
           05  WS-STNDHIST-PATH PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.DAT'.
           05  WS-SHTEMP-PATH   PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.MRG'.
           05  WS-SHSORT-PATH   PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.SRT'.
           05  WS-INCMPL-PATH   PIC X(80)
               VALUE 'C:\COBOL\INCMPL.DAT'.
           05  WS-ICTEMP-PATH   PIC X(80)
               VALUE 'C:\COBOL\INCMPL.MRG'.
           05  WS-ACCTLEDG-PATH PIC X(80)
               VALUE 'C:\COBOL\ACCTLEDG.DAT'.
           05  WS-ALTEMP-PATH   PIC X(80)
               VALUE 'C:\COBOL\ACCTLEDG.MRG'.
           05  WS-ACCTHOLD-PATH PIC X(80)
               VALUE 'C:\COBOL\ACCTHOLD.DAT'.
           05  WS-AHTEMP-PATH   PIC X(80)
               VALUE 'C:\COBOL\ACCTHOLD.MRG'.
           05  WS-AHSORT-PATH   PIC X(80)
               VALUE 'C:\COBOL\ACCTHOLD.SRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

           05  MTL-GRADE-ROWS   PIC ZZ,ZZ9.
           05  FILLER           PIC X(84)       VALUE SPACE.

       01  OTHER-FILES-TOTAL-LINE.
           05  FILLER           PIC X(16)       VALUE "STANDING ROWS:".
           05  OTL-STANDING     PIC Z,ZZ9.
           05  FILLER           PIC X(15)       VALUE "   DUPLICATES:".
           05  OTL-STND-DROPPED PIC Z,ZZ9.
           05  FILLER           PIC X(16)       VALUE "   INCOMPLETES:".
           05  OTL-INCMPL       PIC Z,ZZ9.
           05  FILLER           PIC X(16)       VALUE "   LEDGER ROWS:".
           05  OTL-LEDGER       PIC ZZ,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   HOLDS:".
           05  OTL-HOLDS        PIC Z,ZZ9.
           05  FILLER           PIC X(11)       VALUE "  COMBINED:".
           05  OTL-HOLDS-COMB   PIC Z,ZZ9.
           05  FILLER           PIC X(17)       VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(53)       VALUE SPACE.
           05  FILLER           PIC X(19)
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-MERGES-APPLIED PIC 9(4)        VALUE 0.
           05  C-GRADE-MOVED    PIC 9(6)        VALUE 0.
           05  C-STANDING-MOVED PIC 9(4)        VALUE 0.
           05  C-STND-DROPPED   PIC 9(4)        VALUE 0.
           05  C-INCMPL-MOVED   PIC 9(4)        VALUE 0.
           05  C-LEDGER-MOVED   PIC 9(5)        VALUE 0.
           05  C-HOLD-MOVED     PIC 9(4)        VALUE 0.
           05  C-HOLD-COMBINED  PIC 9(4)        VALUE 0.
           05  C-MST-CTR        PIC 9(6)        VALUE 0.
           05  C-SAL-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.
               PERFORM 2100-VALIDATE-MERGES
               PERFORM 2200-APPLY-MASTER
               PERFORM 2300-APPLY-GRADES
               PERFORM 2500-APPLY-STANDING
               PERFORM 2700-APPLY-INCOMPLETES
               PERFORM 2800-APPLY-LEDGER
               PERFORM 2900-APPLY-HOLDS
               PERFORM 2400-WRITE-XREF
           END-IF.
           PERFORM 3000-CLOSING.
               MOVE WS-ENV-OVERRIDE TO WS-XREF-PATH
           END-IF.

           DISPLAY 'STNDHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STNDHIST-PATH
           END-IF.

           DISPLAY 'INCMPL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCMPL-PATH
           END-IF.

           DISPLAY 'ACCTLEDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCTLEDG-PATH
           END-IF.

           DISPLAY 'ACCTHOLD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACCTHOLD-PATH
           END-IF.

           DISPLAY 'IDMERGE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
           END-PERFORM.
           CLOSE XREF-FILE.

      *STANDING HISTORY: REKEY THE OLD ID'S ROWS, SORT, AND COPY BACK.
      *WHEN BOTH IDS HAVE A ROW FOR A TERM THE SURVIVING ID'S ROW
      *(ORIGIN 1) SORTS FIRST AND THE MOVED ROW (ORIGIN 2) IS DROPPED
       2500-APPLY-STANDING.
           OPEN INPUT STANDING-HIST.
           IF SH-FILE-STATUS = '00'
               OPEN OUTPUT SH-TEMP
               PERFORM 2550-REKEY-ONE-STANDING
                   UNTIL SH-MORE-RECS = 'NO'
               CLOSE STANDING-HIST
               CLOSE SH-TEMP
               SORT SH-SORT-FILE
                   ON ASCENDING KEY SS-ID SS-TERM SS-ORIGIN
                   USING SH-TEMP
                   GIVING SH-SORTED
               MOVE SPACES TO LAST-SH-ID
               MOVE 0 TO LAST-SH-TERM
               MOVE 'YES' TO SH-MORE-RECS
               OPEN INPUT SH-SORTED
               OPEN OUTPUT STANDING-HIST
               PERFORM 2560-COPY-ONE-STANDING
                   UNTIL SH-MORE-RECS = 'NO'
               CLOSE SH-SORTED
               CLOSE STANDING-HIST
           END-IF.

       2550-REKEY-ONE-STANDING.
           READ STANDING-HIST
               AT END
                   MOVE 'NO' TO SH-MORE-RECS
               NOT AT END
                   MOVE SH-REC TO SHT-DATA
                   MOVE '1' TO SHT-ORIGIN
                   MOVE SH-ID TO LOOKUP-ID
                   PERFORM 9300-FIND-MERGE
                   IF MRG-MATCHED = 'YES'
                       MOVE MRG-SAVE-NEW(MRG-IDX) TO SHT-ID
                       MOVE '2' TO SHT-ORIGIN
                       ADD 1 TO C-STANDING-MOVED
                   END-IF
                   WRITE SHT-REC
           END-READ.

       2560-COPY-ONE-STANDING.
           READ SH-SORTED
               AT END
                   MOVE 'NO' TO SH-MORE-RECS
               NOT AT END
                   IF SHS-ID = LAST-SH-ID AND SHS-TERM = LAST-SH-TERM
                       ADD 1 TO C-STND-DROPPED
                   ELSE
                       WRITE SH-REC FROM SHS-DATA
                       MOVE SHS-ID TO LAST-SH-ID
                       MOVE SHS-TERM TO LAST-SH-TERM
                   END-IF
           END-READ.

      *INCOMPLETE LEDGER: REKEY AND SORT BACK IN ID/COURSE/TERM ORDER
       2700-APPLY-INCOMPLETES.
           OPEN INPUT INCOMPLETE-LEDGER.
           IF IC-FILE-STATUS = '00'
               OPEN OUTPUT IC-TEMP
               PERFORM 2750-REKEY-ONE-INCMPL
                   UNTIL IC-MORE-RECS = 'NO'
               CLOSE INCOMPLETE-LEDGER
               CLOSE IC-TEMP
               SORT IC-SORT-FILE
                   ON ASCENDING KEY SI-ID SI-COURSE SI-TERM
                   USING IC-TEMP
                   GIVING INCOMPLETE-LEDGER
           END-IF.

       2750-REKEY-ONE-INCMPL.
           READ INCOMPLETE-LEDGER
               AT END
                   MOVE 'NO' TO IC-MORE-RECS
               NOT AT END
                   MOVE IC-ID TO LOOKUP-ID
                   PERFORM 9300-FIND-MERGE
                   IF MRG-MATCHED = 'YES'
                       MOVE MRG-SAVE-NEW(MRG-IDX) TO IC-ID
                       ADD 1 TO C-INCMPL-MOVED
                   END-IF
                   WRITE ICT-REC FROM IC-REC
           END-READ.

      *ACCOUNT LEDGER: REKEY AND SORT BACK BY ID AND POSTING DATE,
      *KEEPING THE FILE'S OWN ORDER FOR ROWS POSTED THE SAME DAY
       2800-APPLY-LEDGER.
           OPEN INPUT ACCT-LEDGER.
           IF AL-FILE-STATUS = '00'
               OPEN OUTPUT AL-TEMP
               PERFORM 2850-REKEY-ONE-LEDGER
                   UNTIL AL-MORE-RECS = 'NO'
               CLOSE ACCT-LEDGER
               CLOSE AL-TEMP
               SORT AL-SORT-FILE
                   ON ASCENDING KEY SA-ID SA-DATE
                   WITH DUPLICATES IN ORDER
                   USING AL-TEMP
                   GIVING ACCT-LEDGER
           END-IF.

       2850-REKEY-ONE-LEDGER.
           READ ACCT-LEDGER
               AT END
                   MOVE 'NO' TO AL-MORE-RECS
               NOT AT END
                   MOVE AL-ID TO LOOKUP-ID
                   PERFORM 9300-FIND-MERGE
                   IF MRG-MATCHED = 'YES'
                       MOVE MRG-SAVE-NEW(MRG-IDX) TO AL-ID
                       ADD 1 TO C-LEDGER-MOVED
                   END-IF
                   WRITE ALT-REC FROM AL-REC
           END-READ.

      *REGISTRATION HOLDS: REKEY, SORT, AND COPY BACK. WHEN BOTH IDS
      *HAD A HOLD THE PAST-DUE AMOUNTS ARE ADDED AND THE OLDEST DATE
      *KEPT, UNTIL COBCJF57 REBUILDS THE FILE FROM THE MERGED LEDGER
       2900-APPLY-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF AH-FILE-STATUS = '00'
               OPEN OUTPUT AH-TEMP
               PERFORM 2950-REKEY-ONE-HOLD
                   UNTIL AH-MORE-RECS = 'NO'
               CLOSE HOLD-FILE
               CLOSE AH-TEMP
               SORT AH-SORT-FILE
                   ON ASCENDING KEY SR-ID
                   USING AH-TEMP
                   GIVING AH-SORTED
               MOVE SPACES TO HW-ID
               MOVE 'YES' TO AH-MORE-RECS
               OPEN INPUT AH-SORTED
               OPEN OUTPUT HOLD-FILE
               PERFORM 2960-COPY-ONE-HOLD
                   UNTIL AH-MORE-RECS = 'NO'
               CLOSE AH-SORTED
               CLOSE HOLD-FILE
           END-IF.

       2950-REKEY-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO' TO AH-MORE-RECS
               NOT AT END
                   MOVE AH-ID TO LOOKUP-ID
                   PERFORM 9300-FIND-MERGE
                   IF MRG-MATCHED = 'YES'
                       MOVE MRG-SAVE-NEW(MRG-IDX) TO AH-ID
                       ADD 1 TO C-HOLD-MOVED
                   END-IF
                   WRITE AHT-REC FROM AH-REC
           END-READ.

       2960-COPY-ONE-HOLD.
           READ AH-SORTED
               AT END
                   MOVE 'NO' TO AH-MORE-RECS
                   IF HW-ID NOT = SPACES
                       WRITE AH-REC FROM HOLD-WORK-REC
                   END-IF
               NOT AT END
                   IF AHS-ID = HW-ID
                       ADD AHS-PAST-DUE TO HW-PAST-DUE
                       IF AHS-OLDEST-DATE < HW-OLDEST-DATE
                           MOVE AHS-OLDEST-DATE TO HW-OLDEST-DATE
                       END-IF
                       ADD 1 TO C-HOLD-COMBINED
                   ELSE
                       IF HW-ID NOT = SPACES
                           WRITE AH-REC FROM HOLD-WORK-REC
                       END-IF
                       MOVE AHS-REC TO HOLD-WORK-REC
                   END-IF
           END-READ.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE C-GRADE-MOVED TO MTL-GRADE-ROWS.
           WRITE PRTLINE FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-STANDING-MOVED TO OTL-STANDING.
           MOVE C-STND-DROPPED TO OTL-STND-DROPPED.
           MOVE C-INCMPL-MOVED TO OTL-INCMPL.
           MOVE C-LEDGER-MOVED TO OTL-LEDGER.
           MOVE C-HOLD-MOVED TO OTL-HOLDS.
           MOVE C-HOLD-COMBINED TO OTL-HOLDS-COMB.
           WRITE PRTLINE FROM OTHER-FILES-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-MERGES-APPLIED TO AUD-REC-COUNT.
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *LOOK UP LOOKUP-ID AMONG THE OLD IDS; ON A MATCH MRG-IDX IS
      *LEFT ON THE MERGE ENTRY
       9300-FIND-MERGE.
           MOVE 'NO' TO MRG-MATCHED.
           PERFORM 9310-CHECK-ONE-MERGE
               VARYING MRG-IDX FROM 1 BY 1
                   UNTIL MRG-IDX > MRG-CTR OR MRG-MATCHED = 'YES'.
           IF MRG-MATCHED = 'YES'
               SET MRG-IDX DOWN BY 1
           END-IF.

       9310-CHECK-ONE-MERGE.
           IF LOOKUP-ID = MRG-SAVE-OLD(MRG-IDX)
               MOVE 'YES' TO MRG-MATCHED
           END-IF.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
