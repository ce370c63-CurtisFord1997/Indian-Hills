       FD SITEOCC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OCC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 OCC-REC.
           05 OCC-R-STATUS         PIC X.
               88 OCC-R-ACTIVE         VALUE 'A'.
           05 OCC-R-START-DATE     PIC 9(8).
           05 OCC-R-END-DATE       PIC 9(8).
           05 OCC-R-AMT            PIC 9(5)V99.
           05 OCC-R-PARTY          PIC 99.
           05 OCC-R-VEHICLES       PIC 99.

       FD PRTOUT
           LABEL RECORD IS STANDARD
               MOVE OCC-START-DATE(OCC-SUB) TO OCC-R-START-DATE
               MOVE OCC-END-DATE(OCC-SUB) TO OCC-R-END-DATE
               MOVE OCC-AMT(OCC-SUB) TO OCC-R-AMT
               MOVE 0 TO OCC-R-PARTY
               MOVE 0 TO OCC-R-VEHICLES
               WRITE OCC-REC
               ADD 1 TO C-CANCELLED-CTR
               MOVE 'DECLINED - BOOKING CANCELLED' TO RCL-DISP
