      *FURNITURE STORE MASTER - ONE ROW PER STORE, KEYED BY STORE
      *NUMBER 01-99. THE OFFICE ADDS A ROW WHEN A STORE OPENS; A
      *STORE NUMBER NOT ON THIS FILE IS REJECTED ON THE SALES FEED.
       01 FR-REC.
           05 FR-STORE-NUM         PIC 99.
           05 FR-STORE-NAME        PIC X(20).
