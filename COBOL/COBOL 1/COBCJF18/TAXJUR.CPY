      *TAX JURISDICTIONS FILED AT MONTH END (COBCJF80) - ONE ROW PER
      *RETURN: JURISDICTION CODE AND TAX TYPE AS THE SUITES WRITE
      *THEM ON TAXCOLL.DAT, THE NAME PRINTED ON THE WORKSHEET, AND
      *THE RATE THE RETURN IS FILED AT. TAX TYPE S = SALES,
      *U = USE TAX COLLECTED FOR ANOTHER STATE, L = LODGING.
      *  BOATS (COBCJF07/66) - THE BUYER'S STATE CODE
      *  WAKEBOARD SHOP (CBLCJF) - MOLAKE
      *  CAMPGROUND (COBCJF01) - MOCAMP
      *  CONDOS (COBCJF04) - MOC- PLUS THE CONDO CODE
      *A BUYER'S STATE NOT LISTED IS FILED AT THE RATE CHARGED AND
      *FLAGGED ON THE WORKSHEET.
       01 TAX-JURIS-AREA.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MO'.
               10 FILLER       PIC X       VALUE 'S'.
               10 FILLER       PIC X(30)
                   VALUE 'MISSOURI SALES TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0422.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'IA'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'IOWA USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0600.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'IL'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'ILLINOIS USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0625.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'KS'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'KANSAS USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0650.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'AR'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'ARKANSAS USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0650.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'NE'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'NEBRASKA USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0550.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'OK'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'OKLAHOMA USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0450.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'TN'.
               10 FILLER       PIC X       VALUE 'U'.
               10 FILLER       PIC X(30)
                   VALUE 'TENNESSEE USE TAX - BOATS'.
               10 FILLER       PIC V9999   VALUE .0700.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOLAKE'.
               10 FILLER       PIC X       VALUE 'S'.
               10 FILLER       PIC X(30)
                   VALUE 'LAKE AREA SALES TAX - SHOP'.
               10 FILLER       PIC V9999   VALUE .0600.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOCAMP'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'CAMPGROUND LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0500.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-HB'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'HORSESHOE BEND LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0725.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-OB'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'OSAGE BEACH LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0800.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-PP'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'PISTOL POINT LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0700.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-RB'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'REGATTA BAY LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0700.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-SB'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'SHAWNEE BEND LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0775.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-L'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'LEDGES LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0650.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-HT'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'HARBOUR TOWNE LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0700.
           05 FILLER.
               10 FILLER       PIC X(6)    VALUE 'MOC-CP'.
               10 FILLER       PIC X       VALUE 'L'.
               10 FILLER       PIC X(30)
                   VALUE 'COMPASSE POINTE LODGING TAX'.
               10 FILLER       PIC V9999   VALUE .0750.

       01 TAX-JURIS-TABLE REDEFINES TAX-JURIS-AREA.
           05 TJ-ENTRY OCCURS 18 TIMES.
               10 TJ-JURIS     PIC X(6).
               10 TJ-TYPE      PIC X.
               10 TJ-NAME      PIC X(30).
               10 TJ-RATE      PIC V9999.
