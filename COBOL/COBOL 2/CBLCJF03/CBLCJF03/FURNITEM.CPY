      *FURNITURE ITEM MASTER - ONE ROW PER FURNITURE TYPE SO THE
      *DESCRIPTION AND UNIT COST CBLLOAD RETURNS ARE MAINTAINED IN
      *THIS ONE TABLE, LOOKED UP BY THE THREE-DIGIT FURNITURE CODE
      *EACH ENTRY: CODE(3) DESCRIPTION(22) UNIT COST(7, 9(5)V99)
      *VENDOR(20) - THE MANUFACTURER A DEFECT CLAIM IS FILED AGAINST
      *A NEW CATEGORY IS ADDED AS ONE MORE ENTRY, WITH ITEM-COUNT AND
      *THE OCCURS BELOW RAISED TO MATCH
       01 ITEM-COUNT               PIC 999     VALUE 9.

       01 ITEMS.
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 001.
               10 FILLER           PIC X(22)
                       VALUE "SOFAS/LOVESEATS".
               10 FILLER           PIC 9(5)V99 VALUE 425.00.
               10 FILLER           PIC X(20)
                       VALUE "LA-Z-BOY".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 002.
               10 FILLER           PIC X(22)
                       VALUE "CHAIRS".
               10 FILLER           PIC 9(5)V99 VALUE 145.00.
               10 FILLER           PIC X(20)
                       VALUE "BROYHILL".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 003.
               10 FILLER           PIC X(22)
                       VALUE "COFFEE/END TABLES".
               10 FILLER           PIC 9(5)V99 VALUE 95.00.
               10 FILLER           PIC X(20)
                       VALUE "BASSETT".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 004.
               10 FILLER           PIC X(22)
                       VALUE "DINING ROOM TABLES".
               10 FILLER           PIC 9(5)V99 VALUE 310.00.
               10 FILLER           PIC X(20)
                       VALUE "STANLEY".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 005.
               10 FILLER           PIC X(22)
                       VALUE "DINING ROOM CHAIRS".
               10 FILLER           PIC 9(5)V99 VALUE 85.00.
               10 FILLER           PIC X(20)
                       VALUE "STANLEY".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 006.
               10 FILLER           PIC X(22)
                       VALUE "HUTCHES/CURIO CABINETS".
               10 FILLER           PIC 9(5)V99 VALUE 390.00.
               10 FILLER           PIC X(20)
                       VALUE "HOOKER".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 007.
               10 FILLER           PIC X(22)
                       VALUE "LAMPS".
               10 FILLER           PIC 9(5)V99 VALUE 45.00.
               10 FILLER           PIC X(20)
                       VALUE "STIFFEL".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 008.
               10 FILLER           PIC X(22)
                       VALUE "MATTRESS/BOX SPRINGS".
               10 FILLER           PIC 9(5)V99 VALUE 280.00.
               10 FILLER           PIC X(20)
                       VALUE "SEALY".
           05 FILLER.
               10 FILLER           PIC 9(3)    VALUE 009.
               10 FILLER           PIC X(22)
                       VALUE "BEDROOM FURNITURE".
               10 FILLER           PIC 9(5)V99 VALUE 520.00.
               10 FILLER           PIC X(20)
                       VALUE "ASHLEY".

       01 ITEM-AREA REDEFINES ITEMS.
           05 ITEM-TABLE OCCURS 9.
               10 ITEM-CODE        PIC 9(3).
               10 ITEM             PIC X(22).
               10 ITEM-COST        PIC 9(5)V99.
               10 ITEM-VENDOR      PIC X(20).
