      *CAMPGROUND SITE RATE TABLE (NIGHTLY RATE BY SITE LOOP LETTER)
      *EACH LOOP LETTER IS A DIFFERENT SITE TYPE WITH ITS OWN RATE,
      *PARTY AND VEHICLE LIMITS, HOW MANY PEOPLE AND VEHICLES THE
      *NIGHTLY RATE COVERS, AND THE NIGHTLY FEE FOR EACH EXTRA ONE
        01 SITE-RATES.
           05 FILLER.
               10 FILLER       PIC X       VALUE "A".
               10 FILLER       PIC 99V99   VALUE 15.00.
               10 FILLER       PIC X(10)   VALUE "TENT".
               10 FILLER       PIC 99      VALUE 06.
               10 FILLER       PIC 99      VALUE 04.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC 99      VALUE 01.
               10 FILLER       PIC 9V99    VALUE 3.00.
               10 FILLER       PIC 9V99    VALUE 5.00.
           05 FILLER.
               10 FILLER       PIC X       VALUE "B".
               10 FILLER       PIC 99V99   VALUE 20.00.
               10 FILLER       PIC X(10)   VALUE "POP-UP".
               10 FILLER       PIC 99      VALUE 06.
               10 FILLER       PIC 99      VALUE 04.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC 99      VALUE 01.
               10 FILLER       PIC 9V99    VALUE 3.00.
               10 FILLER       PIC 9V99    VALUE 5.00.
           05 FILLER.
               10 FILLER       PIC X       VALUE "C".
               10 FILLER       PIC 99V99   VALUE 30.00.
               10 FILLER       PIC X(10)   VALUE "RV".
               10 FILLER       PIC 99      VALUE 08.
               10 FILLER       PIC 99      VALUE 04.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC 99      VALUE 01.
               10 FILLER       PIC 9V99    VALUE 4.00.
               10 FILLER       PIC 9V99    VALUE 5.00.
           05 FILLER.
               10 FILLER       PIC X       VALUE "D".
               10 FILLER       PIC 99V99   VALUE 40.00.
               10 FILLER       PIC X(10)   VALUE "CABIN".
               10 FILLER       PIC 99      VALUE 08.
               10 FILLER       PIC 99      VALUE 06.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC 9V99    VALUE 5.00.
               10 FILLER       PIC 9V99    VALUE 5.00.

        01 SITE-TABLE REDEFINES SITE-RATES.
           05 SITE-GROUP                   OCCURS 4
               10 SITE         PIC X.
               10 PRICE        PIC 99V99.
               10 SITE-TYPE-DESC PIC X(10).
               10 MAX-PARTY    PIC 99.
               10 BASE-PARTY   PIC 99.
               10 MAX-VEHICLES PIC 99.
               10 BASE-VEHICLES PIC 99.
               10 EXTRA-PERSON-FEE PIC 9V99.
               10 EXTRA-VEHICLE-FEE PIC 9V99.

      *MONTHLY LEASE RATE SCHEDULE BY SITE TYPE, IN SITE-TABLE
      *ORDER (TENT, POP-UP, RV, CABIN) - SEASONAL CAMPERS WHO PARK
        01 LEASE-RATE-TABLE REDEFINES LEASE-RATES.
           05 LEASE-RATE       PIC 999V99  OCCURS 4.

      *METERED ELECTRIC ON SEASONAL LEASE SITES - A FLAT MONTHLY
      *METER CHARGE PLUS THE KWH USED, PRICED BY BLOCK. EACH BLOCK'S
      *RATE COVERS THE KWH ABOVE THE BLOCK BEFORE IT UP TO ITS OWN
      *LIMIT; THE LAST BLOCK TAKES EVERYTHING ELSE
        01 UTIL-METER-CHARGE   PIC 99V99   VALUE 6.50.
        01 UTIL-BLOCK-RATES.
           05 FILLER.
               10 FILLER       PIC 9(5)    VALUE 00300.
               10 FILLER       PIC 9V9999  VALUE 0.1100.
           05 FILLER.
               10 FILLER       PIC 9(5)    VALUE 01000.
               10 FILLER       PIC 9V9999  VALUE 0.1350.
           05 FILLER.
               10 FILLER       PIC 9(5)    VALUE 99999.
               10 FILLER       PIC 9V9999  VALUE 0.1600.

        01 UTIL-BLOCK-TABLE REDEFINES UTIL-BLOCK-RATES.
           05 UTIL-BLOCK               OCCURS 3.
               10 UB-LIMIT     PIC 9(5).
               10 UB-RATE      PIC 9V9999.

      *SEASONAL RATE PERIODS BY DATE RANGE (MMDD). EACH PERIOD
      *CARRIES ONE MULTIPLIER PER SITE TYPE, IN SITE-TABLE ORDER
      *(TENT, POP-UP, RV, CABIN), APPLIED TO THE BASE NIGHTLY RATE
               10 SEAS-FROM    PIC 9(4).
               10 SEAS-TO      PIC 9(4).
               10 SEAS-MULT    PIC 9V99    OCCURS 4.

      *CAMP STORE ITEMS CHARGED TO A SITE - ITEM CODE, DESCRIPTION,
      *AND THE PRICE PER UNIT SOLD OR RENTED
        01 STORE-ITEMS.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "FIRE".
               10 FILLER       PIC X(20)   VALUE "FIREWOOD BUNDLE".
               10 FILLER       PIC 999V99  VALUE 006.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "KIND".
               10 FILLER       PIC X(20)   VALUE "KINDLING BUNDLE".
               10 FILLER       PIC 999V99  VALUE 003.50.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "ICEB".
               10 FILLER       PIC X(20)   VALUE "ICE - BAG".
               10 FILLER       PIC 999V99  VALUE 003.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "ICEK".
               10 FILLER       PIC X(20)   VALUE "ICE - BLOCK".
               10 FILLER       PIC 999V99  VALUE 004.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "PROP".
               10 FILLER       PIC X(20)   VALUE "PROPANE REFILL".
               10 FILLER       PIC 999V99  VALUE 018.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "KAYH".
               10 FILLER       PIC X(20)   VALUE "KAYAK RENTAL - HOUR".
               10 FILLER       PIC 999V99  VALUE 015.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "KAYD".
               10 FILLER       PIC X(20)   VALUE "KAYAK RENTAL - DAY".
               10 FILLER       PIC 999V99  VALUE 045.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "CANO".
               10 FILLER       PIC X(20)   VALUE "CANOE RENTAL - DAY".
               10 FILLER       PIC 999V99  VALUE 040.00.
           05 FILLER.
               10 FILLER       PIC X(4)    VALUE "BIKE".
               10 FILLER       PIC X(20)   VALUE "BICYCLE RENTAL - DAY".
               10 FILLER       PIC 999V99  VALUE 020.00.

        01 STORE-ITEM-TABLE REDEFINES STORE-ITEMS.
           05 STORE-ITEM                   OCCURS 9
                                            INDEXED BY ITEM-INDEX.
               10 ITEM-CODE    PIC X(4).
               10 ITEM-DESC    PIC X(20).
               10 ITEM-PRICE   PIC 999V99.
