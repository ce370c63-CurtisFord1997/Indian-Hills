      *OPERATOR SECURITY FILE (OPERSEC.DAT) - ONE ROW PER OPERATOR
      *ALLOWED TO START AN INTERACTIVE PROGRAM. THE PASSWORD IS NEVER
      *HELD, ONLY ITS HASH (COBSIGN). MAINTAINED BY COBCJF83 ONLY.
      *FUNCTION LETTERS AND ROLES ARE LISTED IN SIGNON.CPY.
       01 OP-REC.
           05 OP-USER-ID            PIC X(8).
           05 OP-NAME               PIC X(20).
           05 OP-PW-HASH            PIC 9(9).
           05 OP-ROLE               PIC X.
           05 OP-FUNCTIONS          PIC X(10).
      *A ACTIVE, R REVOKED (KEPT SO THE ACCESS REPORT CAN NAME THEM)
           05 OP-STATUS             PIC X.
               88 OP-ACTIVE                     VALUE 'A'.
           05 OP-SET-DATE           PIC 9(8).
           05 FILLER                PIC X(3).
