      *SHARED PAY REGISTER HAND-OFF RECORD - EVERY PROGRAM THAT PAYS
      *SOMEONE APPENDS ONE ROW PER WORKER PAID AT CLOSE: THE CREW
      *PAYROLL (COBCJF33) AND THE VOLUNTEER STIPENDS (COBCJF46). THE
      *QUARTERLY PAYROLL TAX RUN (COBCJF85) ADDS THE QUARTER'S ROWS
      *UP AND TIES THEM TO WHAT IT ACCUMULATED FROM THE YEAR-TO-DATE
      *FILES. THE WORKER ID IS THE CREW ID, OR THE VOLUNTEER'S LAST
      *AND FIRST NAME AS VOLYTD.DAT CARRIES THEM.
       01 PR-REC.
           05 PR-PGM-ID             PIC X(8).
           05 PR-DATE               PIC 9(8).
           05 PR-SOURCE             PIC X.
               88 PR-CREW                      VALUE 'C'.
               88 PR-VOLUNTEER                 VALUE 'V'.
           05 PR-WORKER-ID          PIC X(30).
           05 PR-GROSS              PIC 9(7)V99.
