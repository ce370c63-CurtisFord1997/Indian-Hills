      *AS COMPLETED WITH ANY PASSING GRADE (A THRU D). THE REPORT
      *SHOWS EACH STUDENT AS A CANDIDATE FOR GRADUATION OR LISTS THE
      *MISSING COURSES UNDER THE STUDENT LINE. STUDENT MASTER AND
      *GRADE DETAIL ARE BOTH IN STUDENT-ID ORDER. EVERY CANDIDATE IS
      *ALSO WRITTEN TO THE CANDIDATE FILE (REBUILT EACH RUN) THAT THE
      *REGISTRAR APPROVES FROM AND COBCJF58'S CONFERRAL RUN CHECKS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-DEGREQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAND-FILE
               ASSIGN TO WS-CAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  DR-DEPT          PIC X(4).
           05  DR-COURSE        PIC X(8).

      *GRADUATION CANDIDATES FROM THIS AUDIT, IN STUDENT-ID ORDER
       FD  CAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  CD-REC.
           05  CD-ID            PIC X(7).
           05  CD-DEPT          PIC X(4).
           05  CD-LNAME         PIC X(15).
           05  CD-FNAME         PIC X(15).
           05  CD-DATE          PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-DEGREQ-PATH   PIC X(80)
               VALUE 'C:\COBOL\DEGREQ.DAT'.
           05  WS-CAND-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEGCAND.DAT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\DEGAUDIT.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)

           OPEN INPUT STU-MASTER.
           OPEN INPUT GRADE-DETAIL.
           OPEN OUTPUT CAND-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           OPEN EXTEND AUDITLOG.
               MOVE WS-ENV-OVERRIDE TO WS-DEGREQ-PATH
           END-IF.

           DISPLAY 'DEGCAND_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAND-PATH
           END-IF.

           DISPLAY 'DEGAUDIT_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               WHEN C-MISSING = 0
                   MOVE 'CANDIDATE FOR GRADUATION' TO ADL-STATUS
                   ADD 1 TO C-CANDIDATES
                   PERFORM 2500-WRITE-CANDIDATE
               WHEN OTHER
                   MOVE 'REQUIREMENTS OUTSTANDING' TO ADL-STATUS
           END-EVALUATE.
                   END-IF
           END-PERFORM.

       2500-WRITE-CANDIDATE.
           MOVE M-ID TO CD-ID.
           MOVE M-DEPT TO CD-DEPT.
           MOVE M-LNAME TO CD-LNAME.
           MOVE M-FNAME TO CD-FNAME.
           MOVE I-DATE TO CD-DATE.
           WRITE CD-REC.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES

           CLOSE STU-MASTER.
           CLOSE GRADE-DETAIL.
           CLOSE CAND-FILE.
           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.
