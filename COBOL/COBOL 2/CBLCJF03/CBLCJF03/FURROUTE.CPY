      *DELIVERY/PICKUP ROUTE TABLE - ONE ENTRY PER ROUTE CODE 1-5:
      *THE ROUTE NAME, AND THE CARRIER THAT RUNS IT - THE PARTY A
      *CARRIER DAMAGE CLAIM ON THAT ROUTE IS FILED AGAINST
       01 ROUTE-NAME-AREA.
           05 FILLER               PIC X(20)   VALUE "RT1-DOWNTOWN".
           05 FILLER               PIC X(20)   VALUE "METRO CARTAGE".
           05 FILLER               PIC X(20)   VALUE "RT2-WESTSIDE".
           05 FILLER               PIC X(20)   VALUE "METRO CARTAGE".
           05 FILLER               PIC X(20)   VALUE "RT3-EASTGATE".
           05 FILLER               PIC X(20)   VALUE "EASTGATE FREIGHT".
           05 FILLER               PIC X(20)   VALUE "RT4-NORTHPARK".
           05 FILLER               PIC X(20)   VALUE "NORTHPARK MOVERS".
           05 FILLER               PIC X(20)   VALUE "RT5-SOUTHBAY".
           05 FILLER               PIC X(20)
                                       VALUE "SOUTHBAY DELIVERY".

       01 ROUTE-NAME-TABLE REDEFINES ROUTE-NAME-AREA.
           05 RTE-NAME OCCURS 5.
               10 RTE-NAME-TXT         PIC X(20).
               10 RTE-CARRIER          PIC X(20).
