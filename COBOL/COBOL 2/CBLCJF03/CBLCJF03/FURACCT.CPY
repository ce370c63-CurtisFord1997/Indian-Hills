      *FURNITURE CUSTOMER ACCOUNT MASTER - ONE ROW PER IN-HOUSE
      *CREDIT ACCOUNT, REPLACING THE FRONT-DESK CARD FILE. THE OFFICE
      *KEYS A NEW ACCOUNT AT THE END OF THE FILE (NUMBER, NAME,
      *ADDRESS, CREDIT LIMIT, APR, STATUS 'A') AND LEAVES THE BALANCE
      *FIELDS EMPTY; CBLCJF03 CARRIES THE BALANCE NIGHT TO NIGHT AND
      *CBLCJF19 STAMPS THE MONTHLY STATEMENT FIELDS.
       01 FA-REC.
           05 FA-ACCT-NO           PIC 9(6).
           05 FA-NAME              PIC X(25).
           05 FA-CONTACT.
               10 FA-STREET        PIC X(30).
               10 FA-CITY-ST-ZIP   PIC X(30).
               10 FA-PHONE         PIC X(10).
           05 FA-CREDIT-LIMIT      PIC 9(5)V99.
      *ANNUAL PERCENTAGE RATE, 2199 = 21.99 PERCENT
           05 FA-APR               PIC 99V99.
           05 FA-STATUS            PIC X.
               88 FA-ACTIVE                    VALUE 'A'.
               88 FA-CLOSED                    VALUE 'C'.
           05 FA-BALANCE           PIC S9(7)V99.
      *LAST STATEMENT - ITS DATE, NEW BALANCE, MINIMUM PAYMENT AND
      *DUE DATE, THE FIRST DUE DATE STILL UNMET (ZERO = CURRENT), AND
      *THE AMOUNT PAST DUE ON IT
           05 FA-STMT-DATA.
               10 FA-STMT-DATE     PIC 9(8).
               10 FA-STMT-BALANCE  PIC S9(7)V99.
               10 FA-MIN-DUE       PIC 9(5)V99.
               10 FA-DUE-DATE      PIC 9(8).
               10 FA-PAST-DUE-DATE PIC 9(8).
               10 FA-PAST-DUE-AMT  PIC 9(5)V99.
