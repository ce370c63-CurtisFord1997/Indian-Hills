       FD SITEOCC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OCC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 OCC-REC.
           05 OCC-R-STATUS         PIC X.
           05 OCC-R-CAMPGROUND     PIC X(25).
           05 OCC-R-START-DATE     PIC 9(8).
           05 OCC-R-END-DATE       PIC 9(8).
           05 OCC-R-AMT            PIC 9(5)V99.
           05 OCC-R-PARTY          PIC 99.
           05 OCC-R-VEHICLES       PIC 99.

       FD SITENEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 NEW-REC                  PIC X(56).

       FD SITEARC
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 ARC-REC                  PIC X(56).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
