      *INTERACTIVE ACCESS LOG (ACCESS.LOG) - ONE ROW PER SIGN-ON,
      *SIGN-OFF, FAILED SIGN-ON, AND ACTION ALLOWED OR DENIED, WRITTEN
      *BY COBSIGN. THE SHARED AUDIT LOG CARRIES THE FAILURES AND
      *DENIALS TOO; THIS FILE IS THE ONE THAT SAYS WHO.
      *EVENTS: SGNON SGNOF SGNFL (FAILED SIGN-ON) ALLOW DENY
       01 AC-REC.
           05 AC-DATE               PIC 9(8).
           05 AC-TIME               PIC X(8).
           05 AC-PGM-ID             PIC X(8).
           05 AC-OPER-ID            PIC X(8).
           05 AC-ROLE               PIC X.
           05 AC-EVENT              PIC X(5).
           05 AC-FUNCTION           PIC X.
           05 AC-DETAIL             PIC X(20).
           05 AC-REASON             PIC X(21).
