       FD RUNCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 60 CHARACTERS.
       01 RC-REC.
           05 RC-RUN-NO        PIC 9(6).
           05 RC-STATUS        PIC X.
           05 RC-DATE          PIC 9(8).
           05 RC-TIME          PIC X(11).
           05 FILLER           PIC X(34).

       WORKING-STORAGE SECTION.
       01 RC-FILE-STATUS       PIC XX.
