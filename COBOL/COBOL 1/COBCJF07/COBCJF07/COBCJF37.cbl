      *DEALS LEDGER (LNDRPEND.DAT) FORWARD RUN TO RUN: TONIGHT'S
      *EXTRACT RECORDS FROM BOATLNDR.DAT JOIN IT AS PENDING, THE
      *BANK'S RESPONSE FILE (LNDRRESP.DAT - LAST NAME, A APPROVED /
      *D DECLINED / F FUNDED, DATE, AMOUNT, DEAL NUMBER) POSTS
      *AGAINST IT BY DEAL NUMBER, AND THE RUN PRINTS FUNDED,
      *DECLINED, AND STILL-PENDING DEALS WITH
      *A FUNDING-AGING LIST FOR THE OFFICE MANAGER. FUNDED AND
      *DECLINED DEALS DROP OFF THE LEDGER; RESPONSES MATCHING NO
      *SUBMITTED DEAL PRINT IN THEIR OWN SECTION. DAY SPANS USE THE
       FD  LENDERIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS LX-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 LX-REC.
           05 LX-LAST-NAME         PIC X(15).
           05 LX-APR               PIC 9V999.
           05 LX-TERM-MONTHS       PIC 999.
           05 LX-PURCHASE-DATE     PIC 9(8).
           05 LX-DEAL-NO           PIC X(6).
           05 LX-CUST-NO           PIC X(5).

       01 LX-TRAILER-REC REDEFINES LX-REC.
           05 LX-TR-LIT            PIC X(7).
           05 LX-TR-REC-COUNT      PIC 9(6).
           05 LX-TR-AMT-TOTAL      PIC 9(9)V99.
           05 FILLER               PIC X(28).

       FD  RESPONSES
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 39 CHARACTERS.

       01 RS-REC.
           05 RS-LAST-NAME         PIC X(15).
               88 VAL-RS-STATUS    VALUE 'A' 'D' 'F'.
           05 RS-DATE              PIC 9(8).
           05 RS-AMT               PIC 9(7)V99.
           05 RS-DEAL-NO           PIC X(6).

       FD  PENDLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LP-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 LP-REC.
           05 LP-LAST-NAME         PIC X(15).
               10 LP-S-MM          PIC 99.
               10 LP-S-DD          PIC 99.
           05 LP-STATUS            PIC X.
           05 LP-DEAL-NO           PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05 FILLER               PIC X(102)      VALUE SPACE.

       01 RESPONSE-HEADING-LINE.
           05 FILLER               PIC X(9)        VALUE "DEAL".
           05 FILLER               PIC X(18)       VALUE "LAST NAME".
           05 FILLER               PIC X(11)       VALUE "STATUS".
           05 FILLER               PIC X(12)       VALUE "DATE".
           05 FILLER               PIC X(82)       VALUE "AMOUNT".

       01 RESPONSE-DETAIL-LINE.
           05 RSL-DEAL-NO          PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 RSL-LAST-NAME        PIC X(15).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 RSL-STATUS           PIC X(8).
           05 RSL-DATE             PIC 9(8).
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RSL-AMT              PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(69)       VALUE SPACE.

       01 UNMATCHED-SECTION-TITLE.
           05 FILLER               PIC X(44)
           05 FILLER               PIC X(92)      VALUE SPACE.

       01 AGING-HEADING-LINE.
           05 FILLER               PIC X(9)        VALUE "DEAL".
           05 FILLER               PIC X(18)       VALUE "LAST NAME".
           05 FILLER               PIC X(6)        VALUE "ST".
           05 FILLER               PIC X(15)       VALUE "AMOUNT".
           05 FILLER               PIC X(12)       VALUE "SUBMITTED".
           05 FILLER               PIC X(11)       VALUE "STATUS".
           05 FILLER               PIC X(61)       VALUE "DAYS OUT".

       01 AGING-DETAIL-LINE.
           05 AGL-DEAL-NO          PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 AGL-LAST-NAME        PIC X(15).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 AGL-STATE            PIC XX.
           05 AGL-STATUS           PIC X(8).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 AGL-DAYS             PIC Z,ZZ9.
           05 FILLER               PIC X(52)       VALUE SPACE.

       01 GT-RECON-LINE.
           05 FILLER               PIC X(9)        VALUE 'FUNDED:'.
                   15 PT-S-MM      PIC 99.
                   15 PT-S-DD      PIC 99.
               10 PT-STATUS        PIC X.
               10 PT-DEAL-NO       PIC X(6).

       01 PENDING-TABLE-VARS.
           05 PT-CTR               PIC 9(3)        VALUE 0.
                       MOVE LP-AMT TO PT-AMT(PT-IDX)
                       MOVE LP-SUBMIT-DATE TO PT-SUBMIT-DATE(PT-IDX)
                       MOVE LP-STATUS TO PT-STATUS(PT-IDX)
                       MOVE LP-DEAL-NO TO PT-DEAL-NO(PT-IDX)
                   ELSE
                       DISPLAY 'PENDING-TABLE EXCEEDS 500 ROWS'
                       DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
                       MOVE LX-PURCHASE-DATE
                           TO PT-SUBMIT-DATE(PT-IDX)
                       MOVE 'P' TO PT-STATUS(PT-IDX)
                       MOVE LX-DEAL-NO TO PT-DEAL-NO(PT-IDX)
                   ELSE
                       DISPLAY 'PENDING-TABLE EXCEEDS 500 ROWS'
                       DISPLAY 'DEAL NOT TRACKED: ' LX-DEAL-NO
                   END-IF
               END-IF
           END-IF.
           MOVE 'NO' TO PEND-MATCH.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-CTR OR PEND-MATCH = 'YES'
                   IF LX-DEAL-NO = PT-DEAL-NO(PT-IDX)
                       MOVE 'YES' TO PEND-MATCH
                   END-IF
           END-PERFORM.
           MOVE 'NO' TO PEND-MATCH.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-CTR OR PEND-MATCH = 'YES'
                   IF RS-DEAL-NO = PT-DEAL-NO(PT-IDX)
                       AND RS-DEAL-NO NOT = SPACES
                       AND PT-STATUS(PT-IDX) NOT = 'X'
                       MOVE 'YES' TO PEND-MATCH
                   END-IF
           END-IF.

       2200-POST-ONE.
           MOVE RS-DEAL-NO TO RSL-DEAL-NO.
           MOVE RS-LAST-NAME TO RSL-LAST-NAME.
           MOVE RS-DATE TO RSL-DATE.
           MOVE RS-AMT TO RSL-AMT.
               WRITE PRTLINE FROM RESPONSE-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE RS-DEAL-NO TO RSL-DEAL-NO.
           MOVE RS-LAST-NAME TO RSL-LAST-NAME.
           MOVE RS-STATUS TO RSL-STATUS.
           MOVE RS-DATE TO RSL-DATE.
           IF C-DAYS-OUT < 0
               MOVE 0 TO C-DAYS-OUT
           END-IF.
           MOVE PT-DEAL-NO(PT-IDX) TO AGL-DEAL-NO.
           MOVE PT-LAST-NAME(PT-IDX) TO AGL-LAST-NAME.
           MOVE PT-STATE(PT-IDX) TO AGL-STATE.
           MOVE PT-AMT(PT-IDX) TO AGL-AMT.
                       MOVE PT-AMT(PT-IDX) TO LP-AMT
                       MOVE PT-SUBMIT-DATE(PT-IDX) TO LP-SUBMIT-DATE
                       MOVE PT-STATUS(PT-IDX) TO LP-STATUS
                       MOVE PT-DEAL-NO(PT-IDX) TO LP-DEAL-NO
                       WRITE LP-REC
                   END-IF
           END-PERFORM.
