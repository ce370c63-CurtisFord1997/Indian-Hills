      *  - PARM 'REST' COPIES THE BUSINESS DATE'S SNAPSHOTS BACK
      *    OVER THE LIVE FILES, SO A RERUN UNDER THE BUSDATE
      *    OVERRIDE STARTS FROM CLEAN STATE.
      *  - PARM 'HOLD' (NIGHTRUN'S STEP113, NO COND) COPIES THE SET
      *    AS THE NIGHT LEFT IT, FINISHED OR NOT, TO <STEM>.HLD;
      *  - PARM 'CHEK' (FIRST STEP OF NIGHTRST) COMPARES EVERY LIVE
      *    FILE WITH ITS .HLD COPY AND ENDS WITH RETURN CODE 12 IF
      *    ANY FILE CHANGED SINCE THE FAILURE - A RESTART FROM THE
      *    FAILED STEP IS ONLY SAFE ON THE STATE IT FAILED ON.
      *A FILE MISSING ON EITHER SIDE IS COUNTED AND SKIPPED - A
      *FIRST RUN HAS NOTHING TO SNAPSHOT YET. ON A CHEK, A FILE
      *MISSING ON ONE SIDE ONLY COUNTS AS CHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.

           SELECT CHEKIN
               ASSIGN TO SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  OUT-REC              PIC X(2724).

      *THE COPY HELD AT THE END OF THE FAILED NIGHT, READ BACK
      *AGAINST THE LIVE FILE ON A CHEK
       FD  CHEKIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 2724 CHARACTERS.

       01  CK-REC               PIC X(2724).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  IN-FILE-STATUS   PIC XX.
           05  OUT-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS   PIC XX.
           05  COPY-EOF         PIC X           VALUE 'F'.
           05  CHEK-EOF         PIC X           VALUE 'F'.
           05  FILE-CHANGED     PIC X           VALUE 'N'.

       01  IN-PATH              PIC X(50)       VALUE SPACE.
       01  OUT-PATH             PIC X(50)       VALUE SPACE.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\VOLYTD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\VOLYTD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CREWYTD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CREWYTD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\TEAMWK.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\TEAMWK'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURATTN.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURATTN'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\STNDHIST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\STNDHIST'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CRSGRADE.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CRSGRADE'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CRSGRSUS.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CRSGRSUS'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\INCMPL.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\INCMPL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\ACCTLEDG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\ACCTLEDG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\ALUMMAST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\ALUMMAST'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\ALUMGRD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\ALUMGRD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CENSFRZ.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CENSFRZ'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTCOLG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTCOLG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTJCOST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTJCOST'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTCOLOR.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTCOLOR'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTLEAD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTLEAD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CBLBOAT1.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CBLBOAT1'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATCUST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATCUST'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATDLNO.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATDLNO'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATINV.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATINV'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATPART.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATPART'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATWLDG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATWLDG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATTITL.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATTITL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATSVCH.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATSVCH'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATRMLG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATRMLG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATINLG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\BOATINLG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CONDOCXM.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CONDOCXM'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\CHNLXREF.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\CHNLXREF'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\RATEOVR.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\RATEOVR'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\RATERCM.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\RATERCM'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PACEHST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PACEHST'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURACCT.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURACCT'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURACTV.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURACTV'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURSETL.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURSETL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURCLAIM.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURCLAIM'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FURREPL.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FURREPL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FLEET.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FLEET'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/CONSLED.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/CONSLED'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/GIFTCARD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/GIFTCARD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/FOLIOCHG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/FOLIOCHG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/DISPLEDG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/DISPLEDG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\WEBXREF.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\WEBXREF'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/STAYCARD.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/STAYCARD'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:/COBOLSP20/LEASEREG.DAT'.
               10 FILLER PIC X(30) VALUE 'C:/COBOLSP20/LEASEREG'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\POPHIST.DAT'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\POPHIST'.

       01  FILE-SET-TABLE REDEFINES FILE-SET-AREA.
           05  FS-ENTRY OCCURS 66 TIMES.
               10  FS-LIVE-PATH PIC X(32).
               10  FS-SNAP-STEM PIC X(30).

           05  SNAP-PATH        PIC X(50)       VALUE SPACE.
           05  C-COPIED-CTR     PIC 99          VALUE 0.
           05  C-SKIPPED-CTR    PIC 99          VALUE 0.
           05  C-SAME-CTR       PIC 99          VALUE 0.
           05  C-CHANGED-CTR    PIC 99          VALUE 0.
           05  C-LINE-CTR       PIC 9(7)        VALUE 0.

       PROCEDURE DIVISION.
           END-IF.

           ACCEPT WS-PARM-IN FROM COMMAND-LINE.
           IF WS-PARM-IN NOT = 'REST' AND NOT = 'HOLD'
               AND NOT = 'CHEK'
               MOVE 'SAVE' TO WS-PARM-IN
           END-IF.

           IF WS-PARM-IN = 'CHEK'
               PERFORM 3000-CHECK-ONE-FILE
                   VARYING FS-SUB FROM 1 BY 1
                       UNTIL FS-SUB > 66
               DISPLAY 'COBCJF50 CHEK: ' C-SAME-CTR
                   ' FILES UNCHANGED, ' C-CHANGED-CTR ' CHANGED, '
                   C-SKIPPED-CTR ' MISSING ON BOTH SIDES'
      *ANY CHANGE SINCE THE FAILURE REFUSES THE RESTART - THE
      *COND=(4,GT) ON THE RESTART STEP BYPASSES IT
               IF C-CHANGED-CTR > 0
                   DISPLAY 'COBCJF50: CARRY-FORWARD FILES CHANGED '
                       'SINCE THE FAILURE - RESTART REFUSED'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

           PERFORM 2000-COPY-ONE-FILE
               VARYING FS-SUB FROM 1 BY 1
                   UNTIL FS-SUB > 66.

           DISPLAY 'COBCJF50 ' WS-PARM-IN ' FOR ' I-DATE
               ': ' C-COPIED-CTR ' FILES COPIED, '

       2000-COPY-ONE-FILE.
           MOVE SPACES TO SNAP-PATH.
           IF WS-PARM-IN = 'HOLD'
               STRING FS-SNAP-STEM(FS-SUB) DELIMITED BY SPACE
                   '.HLD' DELIMITED BY SIZE
                       INTO SNAP-PATH
           ELSE
               STRING FS-SNAP-STEM(FS-SUB) DELIMITED BY SPACE
                   I-DATE DELIMITED BY SIZE
                   '.SNP' DELIMITED BY SIZE
                       INTO SNAP-PATH
           END-IF.

           IF WS-PARM-IN = 'REST'
               MOVE SNAP-PATH TO IN-PATH
                   WRITE OUT-REC
                   ADD 1 TO C-LINE-CTR
           END-READ.

      *ONE FILE OF THE SET AGAINST ITS HELD COPY, LINE BY
      *LINE - A DIFFERENT LINE, OR ONE FILE RUNNING OUT BEFORE THE
      *OTHER, IS A CHANGE
       3000-CHECK-ONE-FILE.
           MOVE SPACES TO SNAP-PATH.
           STRING FS-SNAP-STEM(FS-SUB) DELIMITED BY SPACE
               '.HLD' DELIMITED BY SIZE
                   INTO SNAP-PATH.
           MOVE FS-LIVE-PATH(FS-SUB) TO IN-PATH.
           MOVE 'N' TO FILE-CHANGED.

           OPEN INPUT COPYIN.
           OPEN INPUT CHEKIN.
           EVALUATE TRUE
               WHEN IN-FILE-STATUS NOT = '00'
                   AND CK-FILE-STATUS NOT = '00'
                   ADD 1 TO C-SKIPPED-CTR
               WHEN IN-FILE-STATUS NOT = '00'
                   OR CK-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO FILE-CHANGED
               WHEN OTHER
                   MOVE 'F' TO COPY-EOF
                   MOVE 'F' TO CHEK-EOF
                   PERFORM 3100-COMPARE-LINES
                       UNTIL COPY-EOF = 'T' OR FILE-CHANGED = 'Y'
                   IF FILE-CHANGED = 'N'
                       ADD 1 TO C-SAME-CTR
                   END-IF
           END-EVALUATE.
           CLOSE COPYIN.
           CLOSE CHEKIN.

           IF FILE-CHANGED = 'Y'
               ADD 1 TO C-CHANGED-CTR
               DISPLAY 'COBCJF50: CHANGED SINCE FAILURE - '
                   FS-LIVE-PATH(FS-SUB)
           END-IF.

       3100-COMPARE-LINES.
           READ COPYIN
               AT END
                   MOVE 'T' TO COPY-EOF
           END-READ.
           READ CHEKIN
               AT END
                   MOVE 'T' TO CHEK-EOF
           END-READ.
           IF COPY-EOF NOT = CHEK-EOF
               MOVE 'Y' TO FILE-CHANGED
           ELSE
               IF COPY-EOF = 'F' AND IN-REC NOT = CK-REC
                   MOVE 'Y' TO FILE-CHANGED
               END-IF
           END-IF.
       END PROGRAM COBCJF50.
