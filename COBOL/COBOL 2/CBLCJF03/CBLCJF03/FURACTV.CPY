      *FURNITURE ACCOUNT ACTIVITY - ONE ROW PER CHARGE, PAYMENT OR
      *RETURN CREDIT POSTED TO A CUSTOMER ACCOUNT. CBLCJF03 APPENDS
      *THEM AS IT POSTS; CBLCJF19 PRINTS EACH CYCLE'S ROWS ON THE
      *MONTHLY STATEMENT.
       01 FV-REC.
           05 FV-ACCT-NO           PIC 9(6).
           05 FV-DATE              PIC 9(8).
           05 FV-TYPE              PIC X.
               88 FV-CHARGE                    VALUE 'C'.
               88 FV-PAYMENT                   VALUE 'P'.
               88 FV-CREDIT                    VALUE 'R'.
           05 FV-AMOUNT            PIC 9(5)V99.
           05 FV-DESCR             PIC X(22).
