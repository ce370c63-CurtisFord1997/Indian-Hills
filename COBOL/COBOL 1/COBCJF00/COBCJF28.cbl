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

       FD  IMP-TEMP
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  IT-REC               PIC X(62).

       FD  NEW-TRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS NT-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  NT-REC               PIC X(62).

       SD  TRN-SORT-FILE
           DATA RECORD IS ST-REC.
       01  ST-REC.
           05  ST-ACTION        PIC X.
           05  ST-ID            PIC X(7).
           05  FILLER           PIC X(54).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           MOVE AF-GPA TO TR-GPA.
           MOVE 0 TO TR-START-SAL.
           MOVE AF-MAJOR TO TR-DEPT.
      *THE FEED, NOT A CLERK, KEYED THESE - THE REGISTER SAYS SO
           MOVE 'COBCJF28' TO TR-OPER-ID.
           WRITE IT-REC FROM TR-REC.
           ADD 1 TO C-IMPORTED.
           ADD AF-GPA TO C-GPA-HASH-TOTAL.
