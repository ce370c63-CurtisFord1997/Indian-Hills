       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
           05 PAINT-SUPPLY-FLAGS.
               10 PAINT-SUP-FLAG   PIC X OCCURS 4.
           05 PAINT-CUST-NO        PIC X(5).
      *ROOM PRODUCT AND COLOR SPECIFICATION - BLANK ON ROOMS KEYED
      *BEFORE THE SPEC WAS CARRIED
           05 PAINT-SPEC.
               10 PAINT-ROOM-NAME  PIC X(15).
               10 PAINT-BRAND      PIC X(10).
               10 PAINT-PRODUCT    PIC X(12).
               10 PAINT-COLOR-CODE PIC X(8).
               10 PAINT-COLOR-NAME PIC X(16).
               10 PAINT-SHEEN      PIC X.
                   88 VAL-PAINT-SHEEN VALUE 'F' 'E' 'S' 'G' 'H'.
      *WHERE THE CUSTOMER HEARD OF US - SEE THE LEAD SOURCE MASTER,
      *PNTLSRC.DAT. BLANK ON ESTIMATES KEYED BEFORE IT WAS CARRIED
           05 PAINT-LEAD-SRC       PIC X(3).

       FD  DISPO
           LABEL RECORD IS STANDARD
