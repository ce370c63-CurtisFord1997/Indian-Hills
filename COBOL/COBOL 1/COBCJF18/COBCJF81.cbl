       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF81.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *NIGHTLY CROSS-FILE INTEGRITY CHECK. THE SUITES TRUST EACH
      *OTHER'S KEYS, SO A BAD KEY USED TO SURFACE DAYS LATER AS A
      *WRONG REPORT. THIS STEP RUNS NEAR THE TOP OF THE NIGHT, BEHIND
      *THE SNAPSHOT, AND:
      *  - LOADS THE KEYS OF EVERY MASTER ANOTHER FILE POINTS AT
      *    (SALESPERSON, BOAT CUSTOMER, PAINT CUSTOMER, CONDO RATE
      *    TABLE, DEPARTMENT, DISCOUNT, SELLER ROSTER);
      *  - READS EACH REFERENCING FILE AND LISTS EVERY ROW WHOSE KEY
      *    IS NOT ON ITS MASTER (OR IS BLANK WHERE ONE IS REQUIRED),
      *    GROUPED BY RELATIONSHIP;
      *  - LISTS ORPHAN MASTER ROWS NOTHING REFERENCES (INFORMATION
      *    ONLY - NO EFFECT ON THE RETURN CODE);
      *  - ENDS WITH A SUMMARY BY RELATIONSHIP AND A RETURN CODE:
      *    8 WHEN A SEVERE RELATIONSHIP IS BROKEN, SO THE COND=(4,GT)
      *    STEPS BEHIND IT BYPASS; 4 FOR WARNINGS ONLY (A MASTER THAT
      *    COULD NOT BE READ COUNTS AS ONE); 0 WHEN CLEAN.
      *SEVERE ARE THE KEYS NOTHING DOWNSTREAM CATCHES - AN OWNER ROW
      *FOR A CONDO NOT ON THE RATE TABLE IS DROPPED AND NEVER PAID,
      *A STUDENT IN A DEPARTMENT NOT ON THE MASTER FALLS OFF EVERY
      *DEPARTMENT BREAK. THE REST ARE ALREADY REJECTED ROW BY ROW BY
      *THE PROGRAM THAT READS THEM, AND ARE LISTED HERE SO THE OFFICE
      *CAN FIX THEM BEFORE THE NIGHT DOES. A REFERENCING FILE NOT ON
      *HAND TONIGHT (NO POP SALE RUNNING) IS SIMPLY NOT CHECKED.
      *AFTER A FIX, NIGHTRST.JCL RESTARTS THE NIGHT AT THIS STEP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SLSMAST
               ASSIGN TO "C:\COBOL\SLSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT BOATCUST
               ASSIGN TO "C:\COBOL\BOATCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT PCUSTMST
               ASSIGN TO "C:\COBOL\PCUSTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT DEPTMAST
               ASSIGN TO "C:\COBOL\DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT DISCMAST
               ASSIGN TO "C:/COBOLSP20/DISCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT SELLROST
               ASSIGN TO "C:\COBOL\SELLROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT BOATDEAL
               ASSIGN TO "C:\COBOL\CBLBOAT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT BOATHIST
               ASSIGN TO "C:\COBOL\BOATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT PAINTEST
               ASSIGN TO "C:\COBOL\PAINTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT PAINTAR
               ASSIGN TO "C:\COBOL\PAINTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT OWNMAST
               ASSIGN TO "C:\COBOL\OWNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT STUMAST
               ASSIGN TO "C:\COBOL\STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT DEGREQ
               ASSIGN TO "C:\COBOL\DEGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT CRSCAT
               ASSIGN TO "C:\COBOL\CRSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT RESVFILE
               ASSIGN TO "C:/COBOLSP20/RESERVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT POPORDER
               ASSIGN TO "C:\COBOL\CBLPOPSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *THE MASTERS - ONLY THE KEY AND A NAME TO PRINT ARE NEEDED
       FD  SLSMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  SM-REC.
           05  SM-ID            PIC X(5).
           05  SM-NAME          PIC X(20).
           05  FILLER           PIC X(27).

       FD  BOATCUST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
           RECORD CONTAINS 87 CHARACTERS.

       01  BC-REC.
           05  BC-NO            PIC X(5).
           05  BC-NAME          PIC X(25).
           05  FILLER           PIC X(57).

       FD  PCUSTMST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 54 CHARACTERS.

       01  PC-REC.
           05  PC-NO            PIC X(5).
           05  PC-NAME          PIC X(20).
           05  FILLER           PIC X(29).

       FD  DEPTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  DM-REC.
           05  DM-CODE          PIC X(4).
           05  DM-NAME          PIC X(25).
           05  DM-DEAN          PIC X(20).

       FD  DISCMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  DC-REC.
           05  DC-CODE          PIC X(4).
           05  DC-PCT           PIC 99.
           05  DC-FROM          PIC 9(8).
           05  DC-TO            PIC 9(8).

       FD  SELLROST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  SR-REC.
           05  SR-ID            PIC X(3).
           05  SR-NAME          PIC X(20).
           05  SR-TEAM          PIC X.

      *THE REFERENCING FILES - THE FOREIGN KEYS AND WHAT IDENTIFIES
      *THE ROW ON THE REPORT
       FD  BOATDEAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  BD-REC.
           05  BD-LAST-NAME     PIC X(15).
           05  FILLER           PIC X(27).
           05  BD-SALESPERSON-ID PIC X(5).
           05  FILLER           PIC X(30).
           05  BD-DEAL-NO       PIC X(6).
           05  BD-CUST-NO       PIC X(5).

       FD  BOATHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01  BH-REC.
           05  BH-DATE          PIC X(8).
           05  BH-LAST-NAME     PIC X(15).
           05  FILLER           PIC X(32).
           05  BH-DEAL-NO       PIC X(6).
           05  BH-CUST-NO       PIC X(5).
           05  BH-SALESPERSON-ID PIC X(5).
           05  FILLER           PIC X(8).

       FD  PAINTEST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PE-REC
           RECORD CONTAINS 143 CHARACTERS.

       01  PE-REC.
           05  PE-EST-NO        PIC X(4).
           05  FILLER           PIC X(20).
           05  PE-CUST-NAME     PIC X(20).
           05  FILLER           PIC X(29).
           05  PE-CUST-NO       PIC X(5).
           05  FILLER           PIC X(65).

       FD  PAINTAR
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01  AR-REC.
           05  AR-EST-NO        PIC X(4).
           05  AR-CUST-NO       PIC X(5).
           05  AR-CUST-NAME     PIC X(20).
           05  FILLER           PIC X(37).

       FD  OWNMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS OM-REC
           RECORD CONTAINS 37 CHARACTERS.

       01  OM-REC.
           05  OM-CONDO         PIC XX.
           05  OM-OWNER-NAME    PIC X(20).
           05  OM-BANK-REF      PIC X(15).

       FD  STUMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  ST-REC.
           05  ST-ID            PIC X(7).
           05  ST-LNAME         PIC X(15).
           05  ST-FNAME         PIC X(15).
           05  FILLER           PIC X(12).
           05  ST-DEPT          PIC X(4).

       FD  DEGREQ
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 12 CHARACTERS.

       01  DR-REC.
           05  DR-DEPT          PIC X(4).
           05  DR-COURSE        PIC X(8).

       FD  CRSCAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 50 CHARACTERS.

       01  CC-REC.
           05  CC-COURSE        PIC X(8).
           05  CC-TITLE         PIC X(30).
           05  CC-DEPT          PIC X(4).
           05  FILLER           PIC X(8).

       FD  RESVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 126 CHARACTERS.

       01  RV-REC.
           05  RV-TRAN-TYPE     PIC X.
           05  RV-CAMPGROUND    PIC X(25).
           05  RV-SITE          PIC X(3).
           05  RV-DATE          PIC X(8).
           05  FILLER           PIC XX.
           05  RV-LNAME         PIC X(15).
           05  FILLER           PIC X(26).
           05  RV-DISC-CODE     PIC X(4).
           05  FILLER           PIC X(42).

       FD  POPORDER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 79 CHARACTERS.

       01  PO-REC.
           05  PO-LNAME         PIC X(15).
           05  PO-FNAME         PIC X(15).
           05  PO-ADDRESS       PIC X(15).
           05  FILLER           PIC X(25).
           05  PO-TEAM          PIC X.
           05  FILLER           PIC X(5).
           05  PO-SELLER-ID     PIC X(3).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "CONDORT.CPY".

       01  WORK-AREA.
           05  IN-FILE-STATUS   PIC XX.
           05  CHILD-EOF        PIC X           VALUE 'F'.
           05  MASTER-EOF       PIC X           VALUE 'F'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\INTEG.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE           PIC 9(8).
           05  I-TIME           PIC X(11).
       01  DATE-PARTS REDEFINES CURRENT-DATE-AND-TIME.
           05  I-YYYY           PIC 9(4).
           05  I-MM             PIC 99.
           05  I-DD             PIC 99.
           05  FILLER           PIC X(11).

      *THE MASTERS, IN LOAD ORDER. ORPHAN Y = LIST ROWS NOTHING
      *REFERENCES; THE DISCOUNT MASTER IS ONLY REFERENCED BY ONE
      *NIGHT'S RESERVATIONS, SO AN UNUSED CODE THERE MEANS NOTHING.
      *EACH ENTRY: FILE(8) ORPHAN(1) WHAT AN ORPHAN LACKS(40)
       01  MASTER-AREA.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'SLSMAST'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO BOAT DEAL OR SALES HISTORY ROW'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'BOATCUST'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO BOAT DEAL OR SALES HISTORY ROW'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'PCUSTMST'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO PAINT ESTIMATE OR AR ROW'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CONDORT'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO OWNER ON THE OWNER MASTER'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'DEPTMAST'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO STUDENT, DEGREE REQUIREMENT OR COURSE'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'DISCMAST'.
               10 FILLER PIC X     VALUE 'N'.
               10 FILLER PIC X(40) VALUE SPACE.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'SELLROST'.
               10 FILLER PIC X     VALUE 'Y'.
               10 FILLER PIC X(40)
                   VALUE 'NO POP ORDER CREDITED TO THE SELLER'.

       01  MASTER-TABLE REDEFINES MASTER-AREA.
           05  MS-ENTRY OCCURS 7 TIMES.
               10  MS-FILE      PIC X(8).
               10  MS-ORPHAN    PIC X.
               10  MS-ORPHAN-TEXT PIC X(40).

      *LOAD RESULTS PER MASTER, SAME SUBSCRIPT - WHERE ITS KEYS SIT
      *IN THE KEY TABLE
       01  MASTER-STATUS-TABLE.
           05  MST-ENTRY OCCURS 7 TIMES.
               10  MS-LOADED    PIC X.
               10  MS-FIRST     PIC 9(4).
               10  MS-LAST      PIC 9(4).
               10  MS-ORPHANS   PIC 9(5).

      *EVERY MASTER KEY, GROUPED BY MASTER, WITH A NAME FOR THE
      *ORPHAN LIST AND WHETHER ANY REFERENCING ROW HIT IT
       01  MASTER-KEY-TABLE.
           05  MK-ENTRY OCCURS 5000 TIMES.
               10  MK-MASTER    PIC 9.
               10  MK-KEY       PIC X(5).
               10  MK-NAME      PIC X(25).
               10  MK-USED      PIC X.

      *THE RELATIONSHIPS, IN REPORT ORDER. SEVERITY S STOPS THE
      *STREAM, W WARNS. BLANK Y = A BLANK KEY IS ALLOWED (NOT YET
      *ASSIGNED, OR A ROW FROM BEFORE THE KEY WAS CARRIED).
      *EACH ENTRY: REFERENCING FILE(8) DESCRIPTION(32) MASTER NO(1)
      *SEVERITY(1) BLANK OK(1)
       01  RELATIONSHIP-AREA.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CBLBOAT1'.
               10 FILLER PIC X(32) VALUE 'BOAT DEAL SALESPERSON ID'.
               10 FILLER PIC X(3)  VALUE '1WN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CBLBOAT1'.
               10 FILLER PIC X(32) VALUE 'BOAT DEAL CUSTOMER NO'.
               10 FILLER PIC X(3)  VALUE '2WY'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'BOATHIST'.
               10 FILLER PIC X(32) VALUE 'BOAT HISTORY SALESPERSON ID'.
               10 FILLER PIC X(3)  VALUE '1WY'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'BOATHIST'.
               10 FILLER PIC X(32) VALUE 'BOAT HISTORY CUSTOMER NO'.
               10 FILLER PIC X(3)  VALUE '2WY'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'PAINTEST'.
               10 FILLER PIC X(32) VALUE 'PAINT ESTIMATE CUSTOMER NO'.
               10 FILLER PIC X(3)  VALUE '3WN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'PAINTAR'.
               10 FILLER PIC X(32) VALUE 'PAINT AR CUSTOMER NO'.
               10 FILLER PIC X(3)  VALUE '3WY'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'OWNMAST'.
               10 FILLER PIC X(32) VALUE 'CONDO OWNER CONDO CODE'.
               10 FILLER PIC X(3)  VALUE '4SN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'STUMAST'.
               10 FILLER PIC X(32) VALUE 'STUDENT DEPARTMENT'.
               10 FILLER PIC X(3)  VALUE '5SN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'DEGREQ'.
               10 FILLER PIC X(32) VALUE 'DEGREE REQUIREMENT DEPT'.
               10 FILLER PIC X(3)  VALUE '5WN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CRSCAT'.
               10 FILLER PIC X(32) VALUE 'COURSE OWNING DEPARTMENT'.
               10 FILLER PIC X(3)  VALUE '5WN'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'RESERVE'.
               10 FILLER PIC X(32) VALUE 'CAMPGROUND DISCOUNT CODE'.
               10 FILLER PIC X(3)  VALUE '6WY'.
           05  FILLER.
               10 FILLER PIC X(8)  VALUE 'CBLPOPSL'.
               10 FILLER PIC X(32) VALUE 'POP ORDER SELLER ID'.
               10 FILLER PIC X(3)  VALUE '7WY'.

       01  RELATIONSHIP-TABLE REDEFINES RELATIONSHIP-AREA.
           05  REL-ENTRY OCCURS 12 TIMES.
               10  REL-CHILD    PIC X(8).
               10  REL-DESC     PIC X(32).
               10  REL-MASTER   PIC 9.
               10  REL-SEVERITY PIC X.
                   88  REL-SEVERE               VALUE 'S'.
               10  REL-BLANK-OK PIC X.

      *RESULTS PER RELATIONSHIP, SAME SUBSCRIPT
       01  REL-RESULT-TABLE.
           05  RR-ENTRY OCCURS 12 TIMES.
               10  RR-CHECKED   PIC 9(6).
               10  RR-EXCEPT    PIC 9(6).
               10  RR-STATUS    PIC X(11).

       01  INTEG-VARS.
           05  MS-SUB           PIC 9           VALUE 0.
           05  REL-SUB          PIC 99          VALUE 0.
           05  MK-CTR           PIC 9(4)        VALUE 0.
           05  MK-SUB           PIC 9(4)        VALUE 0.
           05  CR-SUB           PIC 99          VALUE 0.
           05  CHILD-ROW        PIC 9(6)        VALUE 0.
           05  FK-MASTER        PIC 9           VALUE 0.
           05  FK-KEY           PIC X(5)        VALUE SPACE.
           05  FK-HIT           PIC 9(4)        VALUE 0.
           05  CK-IDENT         PIC X(40)       VALUE SPACE.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-ROWS-CHECKED   PIC 9(7)        VALUE 0.
           05  C-EXCEPT-CTR     PIC 9(6)        VALUE 0.
           05  C-ORPHAN-CTR     PIC 9(6)        VALUE 0.
           05  C-SEVERE-CTR     PIC 99          VALUE 0.
           05  C-WARN-CTR       PIC 99          VALUE 0.

       01  INTEG-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  O-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-DD             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-YYYY           PIC 9(4).
           05  FILLER           PIC X(26)       VALUE SPACE.
           05  FILLER           PIC X(36)
               VALUE 'CROSS-FILE INTEGRITY EXCEPTIONS'.
           05  FILLER           PIC X(8)        VALUE 'PAGE:'.
           05  O-PAGE           PIC Z9.
           05  FILLER           PIC X(44)       VALUE SPACE.

       01  REL-HEADING-LINE.
           05  FILLER           PIC X(13)       VALUE 'RELATIONSHIP'.
           05  RH-NO            PIC Z9.
           05  FILLER           PIC XX          VALUE ': '.
           05  RH-DESC          PIC X(32).
           05  FILLER           PIC XX          VALUE SPACE.
           05  RH-CHILD         PIC X(8).
           05  FILLER           PIC X(4)        VALUE ' -> '.
           05  RH-MASTER        PIC X(8).
           05  FILLER           PIC X(12)       VALUE '  SEVERITY: '.
           05  RH-SEVERITY      PIC X(7).
           05  FILLER           PIC X(42)       VALUE SPACE.

       01  EXC-HEADINGS.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  FILLER           PIC X(10)       VALUE 'FILE'.
           05  FILLER           PIC X(9)        VALUE '    ROW'.
           05  FILLER           PIC X(8)        VALUE 'KEY'.
           05  FILLER           PIC X(42)       VALUE 'ROW'.
           05  FILLER           PIC X(59)       VALUE 'PROBLEM'.

       01  EXC-LINE.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  EL-FILE          PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  EL-ROW           PIC ZZZ,ZZ9.
           05  FILLER           PIC XX          VALUE SPACE.
           05  EL-KEY           PIC X(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EL-IDENT         PIC X(40).
           05  FILLER           PIC XX          VALUE SPACE.
           05  EL-PROBLEM       PIC X(40).
           05  FILLER           PIC X(19)       VALUE SPACE.

       01  REL-RESULT-LINE.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  FILLER           PIC X(14)       VALUE 'ROWS CHECKED:'.
           05  RL-CHECKED       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(15)       VALUE '   EXCEPTIONS:'.
           05  RL-EXCEPT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  RL-NOTE          PIC X(50).
           05  FILLER           PIC X(32)       VALUE SPACE.

       01  ORPHAN-TITLE.
           05  FILLER           PIC X(132)
               VALUE 'ORPHAN MASTER ROWS - INFORMATION ONLY'.

       01  ORPHAN-HEADINGS.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  FILLER           PIC X(10)       VALUE 'MASTER'.
           05  FILLER           PIC X(8)        VALUE 'KEY'.
           05  FILLER           PIC X(27)       VALUE 'NAME'.
           05  FILLER           PIC X(83)       VALUE 'NOTHING FOUND'.

       01  ORPHAN-LINE.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  OL-MASTER        PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  OL-KEY           PIC X(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  OL-NAME          PIC X(25).
           05  FILLER           PIC XX          VALUE SPACE.
           05  OL-TEXT          PIC X(40).
           05  FILLER           PIC X(43)       VALUE SPACE.

       01  ORPHAN-COUNT-LINE.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  OC-MASTER        PIC X(8).
           05  FILLER           PIC X(10)       VALUE ' ORPHANS:'.
           05  OC-COUNT         PIC ZZ,ZZ9.
           05  FILLER           PIC X(104)      VALUE SPACE.

       01  SUMMARY-TITLE.
           05  FILLER           PIC X(132)
               VALUE 'INTEGRITY SUMMARY BY RELATIONSHIP'.

       01  SUMMARY-HEADINGS.
           05  FILLER           PIC X(4)        VALUE 'REL'.
           05  FILLER           PIC X(34)       VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(10)       VALUE 'FILE'.
           05  FILLER           PIC X(10)       VALUE 'MASTER'.
           05  FILLER           PIC X(9)        VALUE 'SEVERITY'.
           05  FILLER           PIC X(10)       VALUE '  CHECKED'.
           05  FILLER           PIC X(12)       VALUE ' EXCEPTIONS'.
           05  FILLER           PIC X(43)       VALUE 'STATUS'.

       01  SUMMARY-LINE.
           05  SL-NO            PIC Z9.
           05  FILLER           PIC XX          VALUE SPACE.
           05  SL-DESC          PIC X(32).
           05  FILLER           PIC XX          VALUE SPACE.
           05  SL-CHILD         PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  SL-MASTER        PIC X(8).
           05  FILLER           PIC XX          VALUE SPACE.
           05  SL-SEVERITY      PIC X(7).
           05  FILLER           PIC XX          VALUE SPACE.
           05  SL-CHECKED       PIC ZZZ,ZZ9.
           05  FILLER           PIC XXX         VALUE SPACE.
           05  SL-EXCEPT        PIC ZZZ,ZZ9.
           05  FILLER           PIC XXX         VALUE SPACE.
           05  SL-STATUS        PIC X(11).
           05  FILLER           PIC X(34)       VALUE SPACE.

       01  ORPHAN-TOTAL-LINE.
           05  FILLER           PIC X(22)
               VALUE 'ORPHAN MASTER ROWS:'.
           05  OT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(103)      VALUE SPACE.

       01  DISPOSITION-LINE.
           05  FILLER           PIC X(22)
               VALUE 'STREAM DISPOSITION:'.
           05  DSP-TEXT         PIC X(50).
           05  FILLER           PIC X(60)       VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-MASTER
               VARYING MS-SUB FROM 1 BY 1
                   UNTIL MS-SUB > 7.
           PERFORM 3000-CHECK-RELATIONSHIP
               VARYING REL-SUB FROM 1 BY 1
                   UNTIL REL-SUB > 12.
           PERFORM 4000-ORPHANS.
           PERFORM 5000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 8 STOPS THE
      *STREAM ON A BROKEN SEVERE RELATIONSHIP, 4 IS WARNINGS ONLY
           EVALUATE TRUE
               WHEN C-SEVERE-CTR > 0
                   MOVE 8 TO RETURN-CODE
               WHEN C-WARN-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           DISPLAY 'INTEG_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF81" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.

      *ONE MASTER INTO THE KEY TABLE. A MASTER THAT CANNOT BE READ
      *LEAVES ITS RELATIONSHIPS UNCHECKED (AND WARNED)
       2000-LOAD-MASTER.
           MOVE 'N' TO MS-LOADED(MS-SUB).
           MOVE 0 TO MS-ORPHANS(MS-SUB).
           COMPUTE MS-FIRST(MS-SUB) = MK-CTR + 1.
           MOVE 'F' TO MASTER-EOF.
           EVALUATE MS-SUB
               WHEN 1
                   OPEN INPUT SLSMAST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2100-LOAD-SALESPERSON
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE SLSMAST
               WHEN 2
                   OPEN INPUT BOATCUST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2200-LOAD-BOAT-CUSTOMER
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE BOATCUST
               WHEN 3
                   OPEN INPUT PCUSTMST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2300-LOAD-PAINT-CUSTOMER
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE PCUSTMST
               WHEN 4
                   MOVE 'Y' TO MS-LOADED(MS-SUB)
                   PERFORM 2400-LOAD-CONDO
                       VARYING CR-SUB FROM 1 BY 1
                           UNTIL CR-SUB > 8
               WHEN 5
                   OPEN INPUT DEPTMAST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2500-LOAD-DEPARTMENT
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE DEPTMAST
               WHEN 6
                   OPEN INPUT DISCMAST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2600-LOAD-DISCOUNT
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE DISCMAST
               WHEN 7
                   OPEN INPUT SELLROST
                   IF IN-FILE-STATUS = '00'
                       MOVE 'Y' TO MS-LOADED(MS-SUB)
                       PERFORM 2700-LOAD-SELLER
                           UNTIL MASTER-EOF = 'T'
                   END-IF
                   CLOSE SELLROST
           END-EVALUATE.
           MOVE MK-CTR TO MS-LAST(MS-SUB).

       2100-LOAD-SALESPERSON.
           READ SLSMAST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE SM-ID TO FK-KEY
                   MOVE SM-NAME TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

       2200-LOAD-BOAT-CUSTOMER.
           READ BOATCUST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE BC-NO TO FK-KEY
                   MOVE BC-NAME TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

       2300-LOAD-PAINT-CUSTOMER.
           READ PCUSTMST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE PC-NO TO FK-KEY
                   MOVE PC-NAME TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

      *THE CONDO RATE TABLE IS A COPYBOOK, NOT A FILE - ALWAYS HERE
       2400-LOAD-CONDO.
           MOVE CR-CODE(CR-SUB) TO FK-KEY.
           MOVE 'RATE TABLE CONDO' TO CK-IDENT.
           PERFORM 2900-ADD-KEY.

       2500-LOAD-DEPARTMENT.
           READ DEPTMAST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE DM-CODE TO FK-KEY
                   MOVE DM-NAME TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

       2600-LOAD-DISCOUNT.
           READ DISCMAST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE DC-CODE TO FK-KEY
                   MOVE 'DISCOUNT CODE' TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

       2700-LOAD-SELLER.
           READ SELLROST
               AT END
                   MOVE 'T' TO MASTER-EOF
               NOT AT END
                   MOVE SR-ID TO FK-KEY
                   MOVE SR-NAME TO CK-IDENT
                   PERFORM 2900-ADD-KEY
           END-READ.

      *A BLANK MASTER KEY CANNOT BE REFERENCED AND IS NOT KEPT
       2900-ADD-KEY.
           IF FK-KEY NOT = SPACES
               IF MK-CTR < 5000
                   ADD 1 TO MK-CTR
                   MOVE MS-SUB TO MK-MASTER(MK-CTR)
                   MOVE FK-KEY TO MK-KEY(MK-CTR)
                   MOVE CK-IDENT TO MK-NAME(MK-CTR)
                   MOVE 'N' TO MK-USED(MK-CTR)
               ELSE
                   DISPLAY 'COBCJF81: MASTER KEY TABLE EXCEEDS 5000 - '
                       MS-FILE(MS-SUB) ' KEY ' FK-KEY ' NOT LOADED'
               END-IF
           END-IF.

      *ONE RELATIONSHIP - ITS HEADING, EVERY EXCEPTION, ITS COUNTS
       3000-CHECK-RELATIONSHIP.
           MOVE 0 TO RR-CHECKED(REL-SUB).
           MOVE 0 TO RR-EXCEPT(REL-SUB).
           MOVE REL-MASTER(REL-SUB) TO FK-MASTER.

           MOVE REL-SUB TO RH-NO.
           MOVE REL-DESC(REL-SUB) TO RH-DESC.
           MOVE REL-CHILD(REL-SUB) TO RH-CHILD.
           MOVE MS-FILE(FK-MASTER) TO RH-MASTER.
           IF REL-SEVERE(REL-SUB)
               MOVE 'SEVERE' TO RH-SEVERITY
           ELSE
               MOVE 'WARNING' TO RH-SEVERITY
           END-IF.
           WRITE PRTLINE FROM REL-HEADING-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

           MOVE SPACES TO RL-NOTE.
           IF MS-LOADED(FK-MASTER) = 'N'
               MOVE 'NOT CHECKED' TO RR-STATUS(REL-SUB)
               MOVE 'MASTER FILE NOT AVAILABLE - NOT CHECKED'
                   TO RL-NOTE
               ADD 1 TO C-WARN-CTR
           ELSE
               MOVE 'NO FILE' TO RR-STATUS(REL-SUB)
               MOVE 0 TO CHILD-ROW
               MOVE 'F' TO CHILD-EOF
               EVALUATE REL-SUB
                   WHEN 1
                   WHEN 2
                       PERFORM 3100-SCAN-BOAT-DEALS
                   WHEN 3
                   WHEN 4
                       PERFORM 3150-SCAN-BOAT-HISTORY
                   WHEN 5
                       PERFORM 3200-SCAN-PAINT-ESTIMATES
                   WHEN 6
                       PERFORM 3250-SCAN-PAINT-AR
                   WHEN 7
                       PERFORM 3300-SCAN-OWNERS
                   WHEN 8
                       PERFORM 3400-SCAN-STUDENTS
                   WHEN 9
                       PERFORM 3450-SCAN-DEGREE-REQS
                   WHEN 10
                       PERFORM 3500-SCAN-CATALOG
                   WHEN 11
                       PERFORM 3600-SCAN-RESERVATIONS
                   WHEN 12
                       PERFORM 3700-SCAN-POP-ORDERS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN RR-STATUS(REL-SUB) = 'NO FILE'
                       MOVE 'FILE NOT ON HAND TONIGHT - NOT CHECKED'
                           TO RL-NOTE
                   WHEN RR-EXCEPT(REL-SUB) = 0
                       MOVE 'OK' TO RR-STATUS(REL-SUB)
                   WHEN REL-SEVERE(REL-SUB)
                       MOVE 'BROKEN' TO RR-STATUS(REL-SUB)
                       MOVE '*** SEVERE - STREAM STOPS' TO RL-NOTE
                       ADD 1 TO C-SEVERE-CTR
                   WHEN OTHER
                       MOVE 'EXCEPTIONS' TO RR-STATUS(REL-SUB)
                       ADD 1 TO C-WARN-CTR
               END-EVALUATE
           END-IF.

           MOVE RR-CHECKED(REL-SUB) TO RL-CHECKED.
           MOVE RR-EXCEPT(REL-SUB) TO RL-EXCEPT.
           WRITE PRTLINE FROM REL-RESULT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.
           ADD RR-CHECKED(REL-SUB) TO C-ROWS-CHECKED.
           ADD RR-EXCEPT(REL-SUB) TO C-EXCEPT-CTR.

      *RELATIONSHIPS 1 (SALESPERSON) AND 2 (CUSTOMER) BOTH READ THE
      *NIGHT'S BOAT DEALS
       3100-SCAN-BOAT-DEALS.
           OPEN INPUT BOATDEAL.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3110-READ-BOAT-DEAL
               PERFORM 3120-BOAT-DEAL-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE BOATDEAL.

       3110-READ-BOAT-DEAL.
           READ BOATDEAL
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3120-BOAT-DEAL-ROW.
           IF REL-SUB = 1
               MOVE BD-SALESPERSON-ID TO FK-KEY
           ELSE
               MOVE BD-CUST-NO TO FK-KEY
           END-IF.
           MOVE SPACES TO CK-IDENT.
           STRING 'DEAL ' DELIMITED BY SIZE
               BD-DEAL-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BD-LAST-NAME DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3110-READ-BOAT-DEAL.

      *RELATIONSHIPS 3 AND 4 - THE SALES HISTORY CARRIES THE SAME
      *TWO KEYS; ROWS FROM BEFORE EITHER WAS CARRIED ARE BLANK
       3150-SCAN-BOAT-HISTORY.
           OPEN INPUT BOATHIST.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3160-READ-BOAT-HISTORY
               PERFORM 3170-BOAT-HISTORY-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE BOATHIST.

       3160-READ-BOAT-HISTORY.
           READ BOATHIST
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3170-BOAT-HISTORY-ROW.
           IF REL-SUB = 3
               MOVE BH-SALESPERSON-ID TO FK-KEY
           ELSE
               MOVE BH-CUST-NO TO FK-KEY
           END-IF.
           MOVE SPACES TO CK-IDENT.
           STRING BH-DATE DELIMITED BY SIZE
               ' DEAL ' DELIMITED BY SIZE
               BH-DEAL-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BH-LAST-NAME DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3160-READ-BOAT-HISTORY.

       3200-SCAN-PAINT-ESTIMATES.
           OPEN INPUT PAINTEST.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3210-READ-PAINT-ESTIMATE
               PERFORM 3220-PAINT-ESTIMATE-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE PAINTEST.

       3210-READ-PAINT-ESTIMATE.
           READ PAINTEST
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3220-PAINT-ESTIMATE-ROW.
           MOVE PE-CUST-NO TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING 'EST ' DELIMITED BY SIZE
               PE-EST-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PE-CUST-NAME DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3210-READ-PAINT-ESTIMATE.

       3250-SCAN-PAINT-AR.
           OPEN INPUT PAINTAR.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3260-READ-PAINT-AR
               PERFORM 3270-PAINT-AR-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE PAINTAR.

       3260-READ-PAINT-AR.
           READ PAINTAR
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3270-PAINT-AR-ROW.
           MOVE AR-CUST-NO TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING 'EST ' DELIMITED BY SIZE
               AR-EST-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AR-CUST-NAME DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3260-READ-PAINT-AR.

       3300-SCAN-OWNERS.
           OPEN INPUT OWNMAST.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3310-READ-OWNER
               PERFORM 3320-OWNER-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE OWNMAST.

       3310-READ-OWNER.
           READ OWNMAST
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3320-OWNER-ROW.
           MOVE OM-CONDO TO FK-KEY.
           MOVE OM-OWNER-NAME TO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3310-READ-OWNER.

       3400-SCAN-STUDENTS.
           OPEN INPUT STUMAST.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3410-READ-STUDENT
               PERFORM 3420-STUDENT-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE STUMAST.

       3410-READ-STUDENT.
           READ STUMAST
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3420-STUDENT-ROW.
           MOVE ST-DEPT TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING ST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ST-LNAME DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               ST-FNAME DELIMITED BY SPACE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3410-READ-STUDENT.

       3450-SCAN-DEGREE-REQS.
           OPEN INPUT DEGREQ.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3460-READ-DEGREE-REQ
               PERFORM 3470-DEGREE-REQ-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE DEGREQ.

       3460-READ-DEGREE-REQ.
           READ DEGREQ
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3470-DEGREE-REQ-ROW.
           MOVE DR-DEPT TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING 'REQUIRES ' DELIMITED BY SIZE
               DR-COURSE DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3460-READ-DEGREE-REQ.

       3500-SCAN-CATALOG.
           OPEN INPUT CRSCAT.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3510-READ-COURSE
               PERFORM 3520-COURSE-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE CRSCAT.

       3510-READ-COURSE.
           READ CRSCAT
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3520-COURSE-ROW.
           MOVE CC-DEPT TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING CC-COURSE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CC-TITLE DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3510-READ-COURSE.

       3600-SCAN-RESERVATIONS.
           OPEN INPUT RESVFILE.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3610-READ-RESERVATION
               PERFORM 3620-RESERVATION-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE RESVFILE.

       3610-READ-RESERVATION.
           READ RESVFILE
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3620-RESERVATION-ROW.
           MOVE RV-DISC-CODE TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING RV-TRAN-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RV-SITE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RV-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RV-LNAME DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3610-READ-RESERVATION.

       3700-SCAN-POP-ORDERS.
           OPEN INPUT POPORDER.
           IF IN-FILE-STATUS = '00'
               MOVE SPACES TO RR-STATUS(REL-SUB)
               PERFORM 3710-READ-POP-ORDER
               PERFORM 3720-POP-ORDER-ROW
                   UNTIL CHILD-EOF = 'T'
           END-IF.
           CLOSE POPORDER.

       3710-READ-POP-ORDER.
           READ POPORDER
               AT END
                   MOVE 'T' TO CHILD-EOF
               NOT AT END
                   ADD 1 TO CHILD-ROW
           END-READ.

       3720-POP-ORDER-ROW.
           MOVE PO-SELLER-ID TO FK-KEY.
           MOVE SPACES TO CK-IDENT.
           STRING 'TEAM ' DELIMITED BY SIZE
               PO-TEAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PO-LNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               PO-ADDRESS DELIMITED BY SIZE
                   INTO CK-IDENT.
           PERFORM 3800-CHECK-KEY.
           PERFORM 3710-READ-POP-ORDER.

      *ONE FOREIGN KEY AGAINST ITS MASTER. A KEY THAT IS FOUND MARKS
      *THE MASTER ROW REFERENCED FOR THE ORPHAN LIST
       3800-CHECK-KEY.
           IF FK-KEY = SPACES
               IF REL-BLANK-OK(REL-SUB) NOT = 'Y'
                   ADD 1 TO RR-CHECKED(REL-SUB)
                   MOVE 'KEY IS BLANK - ONE IS REQUIRED' TO EL-PROBLEM
                   PERFORM 3850-EXCEPTION-LINE
               END-IF
           ELSE
               ADD 1 TO RR-CHECKED(REL-SUB)
               PERFORM 8000-FIND-KEY
               IF FK-HIT = 0
                   MOVE SPACES TO EL-PROBLEM
                   STRING 'NOT ON ' DELIMITED BY SIZE
                       MS-FILE(FK-MASTER) DELIMITED BY SPACE
                           INTO EL-PROBLEM
                   PERFORM 3850-EXCEPTION-LINE
               ELSE
                   MOVE 'Y' TO MK-USED(FK-HIT)
               END-IF
           END-IF.

       3850-EXCEPTION-LINE.
           ADD 1 TO RR-EXCEPT(REL-SUB).
           MOVE REL-CHILD(REL-SUB) TO EL-FILE.
           MOVE CHILD-ROW TO EL-ROW.
           MOVE FK-KEY TO EL-KEY.
           MOVE CK-IDENT TO EL-IDENT.
           WRITE PRTLINE FROM EXC-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *MASTER ROWS NO REFERENCING ROW HIT, FOR THE MASTERS WHERE
      *THAT MEANS SOMETHING
       4000-ORPHANS.
           WRITE PRTLINE FROM ORPHAN-TITLE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM ORPHAN-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 4100-MASTER-ORPHANS
               VARYING MS-SUB FROM 1 BY 1
                   UNTIL MS-SUB > 7.

       4100-MASTER-ORPHANS.
           IF MS-ORPHAN(MS-SUB) = 'Y' AND MS-LOADED(MS-SUB) = 'Y'
               PERFORM 4110-ORPHAN-LINE
                   VARYING MK-SUB FROM MS-FIRST(MS-SUB) BY 1
                       UNTIL MK-SUB > MS-LAST(MS-SUB)
               MOVE MS-FILE(MS-SUB) TO OC-MASTER
               MOVE MS-ORPHANS(MS-SUB) TO OC-COUNT
               WRITE PRTLINE FROM ORPHAN-COUNT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM 9100-HEADINGS
           END-IF.

       4110-ORPHAN-LINE.
           IF MK-USED(MK-SUB) = 'N'
               ADD 1 TO MS-ORPHANS(MS-SUB)
               ADD 1 TO C-ORPHAN-CTR
               MOVE MS-FILE(MS-SUB) TO OL-MASTER
               MOVE MK-KEY(MK-SUB) TO OL-KEY
               MOVE MK-NAME(MK-SUB) TO OL-NAME
               MOVE MS-ORPHAN-TEXT(MS-SUB) TO OL-TEXT
               WRITE PRTLINE FROM ORPHAN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM 9100-HEADINGS
           END-IF.

       5000-CLOSING.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SUMMARY-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 5100-SUMMARY-LINE
               VARYING REL-SUB FROM 1 BY 1
                   UNTIL REL-SUB > 12.

           MOVE C-ORPHAN-CTR TO OT-COUNT.
           WRITE PRTLINE FROM ORPHAN-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

           EVALUATE TRUE
               WHEN C-SEVERE-CTR > 0
                   MOVE 'STOPPED - A SEVERE RELATIONSHIP IS BROKEN'
                       TO DSP-TEXT
               WHEN C-WARN-CTR > 0
                   MOVE 'CONTINUES - WARNINGS ONLY' TO DSP-TEXT
               WHEN OTHER
                   MOVE 'CONTINUES - NO EXCEPTIONS' TO DSP-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM DISPOSITION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-ROWS-CHECKED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-ROWS-CHECKED TO TR-REC-COUNT.
           MOVE C-EXCEPT-CTR TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

           IF C-SEVERE-CTR > 0
               DISPLAY 'COBCJF81: ' C-SEVERE-CTR
                   ' SEVERE RELATIONSHIP(S) BROKEN - SEE INTEG.PRT'
           END-IF.

       5100-SUMMARY-LINE.
           MOVE REL-SUB TO SL-NO.
           MOVE REL-DESC(REL-SUB) TO SL-DESC.
           MOVE REL-CHILD(REL-SUB) TO SL-CHILD.
           MOVE MS-FILE(REL-MASTER(REL-SUB)) TO SL-MASTER.
           IF REL-SEVERE(REL-SUB)
               MOVE 'SEVERE' TO SL-SEVERITY
           ELSE
               MOVE 'WARNING' TO SL-SEVERITY
           END-IF.
           MOVE RR-CHECKED(REL-SUB) TO SL-CHECKED.
           MOVE RR-EXCEPT(REL-SUB) TO SL-EXCEPT.
           MOVE RR-STATUS(REL-SUB) TO SL-STATUS.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *THE KEY IN FK-KEY AMONG FK-MASTER'S ROWS; FK-HIT 0 = NOT THERE
       8000-FIND-KEY.
           MOVE 0 TO FK-HIT.
           PERFORM 8010-CHECK-KEY
               VARYING MK-SUB FROM MS-FIRST(FK-MASTER) BY 1
                   UNTIL MK-SUB > MS-LAST(FK-MASTER) OR FK-HIT > 0.

       8010-CHECK-KEY.
           IF MK-KEY(MK-SUB) = FK-KEY
               MOVE MK-SUB TO FK-HIT
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PAGE.
           WRITE PRTLINE FROM INTEG-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM EXC-HEADINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF81.
