               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTAR.PRT'.
               10 FILLER PIC X(12) VALUE 'PNTAR'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTAR'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTSTINV.PRT'.
               10 FILLER PIC X(12) VALUE 'PNTSTINV'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTSTINV'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTCO.PRT'.
               10 FILLER PIC X(12) VALUE 'PNTCO'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTCO'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTCOFRM.PRT'.
               10 FILLER PIC X(12) VALUE 'PNTCOFRM'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTCOFRM'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PNTPAYRL.PRT'.
               10 FILLER PIC X(12) VALUE 'PNTPAYRL'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PNTPAYRL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PJOBPROF.PRT'.
               10 FILLER PIC X(12) VALUE 'PJOBPROF'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PJOBPROF'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PJOBPICK.PRT'.
               10 FILLER PIC X(12) VALUE 'PJOBPICK'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PJOBPICK'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PLEADCMP.PRT'.
               10 FILLER PIC X(12) VALUE 'PLEADCMP'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PLEADCMP'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\PMKTRTN.PRT'.
               10 FILLER PIC X(12) VALUE 'PMKTRTN'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\PMKTRTN'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\BOATRPT1.NEW'.
               10 FILLER PIC X(12) VALUE 'BOATRPT1'.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\REVDASH.PRT'.
               10 FILLER PIC X(12) VALUE 'REVDASH'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\REVDASH'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\GLJRNL.PRT'.
               10 FILLER PIC X(12) VALUE 'GLJRNL'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\GLJRNL'.
           05  FILLER.
               10 FILLER PIC X(32) VALUE 'C:\COBOL\INTEG.PRT'.
               10 FILLER PIC X(12) VALUE 'INTEG'.
               10 FILLER PIC X(30) VALUE 'C:\COBOL\INTEG'.

       01  REPORT-SET-TABLE REDEFINES REPORT-SET-AREA.
           05  RS-ENTRY OCCURS 38 TIMES.
               10  RS-LIVE-PATH PIC X(32).
               10  RS-BASE      PIC X(12).
               10  RS-STEM      PIC X(30).
           PERFORM 1000-INIT.
           PERFORM 2000-ARCHIVE-ONE
               VARYING RS-SUB FROM 1 BY 1
                   UNTIL RS-SUB > 38.
           PERFORM 3000-CLOSING.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
