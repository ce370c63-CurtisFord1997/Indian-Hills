      *SHARED GENERAL LEDGER JOURNAL HAND-OFF RECORD - EACH SUITE'S
      *MAIN PROGRAM APPENDS ITS BALANCED DEBIT AND CREDIT LINES AT
      *CLOSE. THE POSTING KEY NAMES THE KIND OF MONEY, NOT THE GL
      *ACCOUNT; THE NIGHTLY JOURNAL STEP (COBCJF79) MAPS EACH KEY
      *THROUGH THE CHART OF ACCOUNTS, PROVES EVERY PROGRAM'S DEBITS
      *EQUAL ITS CREDITS, AND WRITES THE ACCOUNTING PACKAGE EXPORT
       01 GL-REC.
           05 GL-PGM-ID             PIC X(8).
           05 GL-DATE               PIC 9(8).
           05 GL-POST-KEY           PIC X(12).
           05 GL-DR-CR              PIC X.
               88 GL-DEBIT                     VALUE 'D'.
               88 GL-CREDIT                    VALUE 'C'.
           05 GL-AMOUNT             PIC 9(9)V99.
           05 GL-DESC               PIC X(20).
