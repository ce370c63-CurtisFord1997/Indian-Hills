      *OPERATOR SIGN-ON AREA - PASSED TO COBSIGN BY EVERY INTERACTIVE
      *PROGRAM. SO-REQUEST SAYS WHAT COBSIGN IS TO DO:
      *  S  SIGN THE OPERATOR ON (PROMPTS FOR ID AND PASSWORD, THREE
      *     TRIES); SO-RESULT Y AND THE OPERATOR FIELDS FILLED IN
      *  F  MAY THE SIGNED-ON OPERATOR DO FUNCTION SO-FUNCTION? WITH
      *     SO-SENSITIVE Y THE ROLE MUST ALSO BE REGISTRAR. EVERY
      *     ANSWER IS LOGGED, SO THE ACCESS LOG SHOWS WHO DID WHAT
      *  E  SIGN OFF
      *  H  HASH SO-PASSWORD FOR SO-OPER-ID INTO SO-HASH (SECURITY
      *     FILE MAINTENANCE ONLY - NOTHING IS LOGGED)
      *FUNCTION LETTERS IN OP-FUNCTIONS / SO-FUNCTION:
      *  I STUDENT INQUIRY            A ADD A STUDENT
      *  C CHANGE A STUDENT           D DELETE A STUDENT
      *  G GPA FIELD (REGISTRAR)      S STARTING SALARY (REGISTRAR)
      *  Q SITE AVAILABILITY          H HOLD A SITE FOR A CALLER
      *ROLES: R REGISTRAR, C REGISTRAR'S CLERK, O CAMPGROUND OFFICE,
      *A SECURITY ADMINISTRATOR. KEEP THE COPIES IN COBCJF00, COBCJF18
      *AND THE COBOL 2 CAMPGROUND DIRECTORY THE SAME.
       01 SIGNON-AREA.
           05 SO-REQUEST            PIC X.
           05 SO-PGM-ID             PIC X(8).
           05 SO-FUNCTION           PIC X.
           05 SO-SENSITIVE          PIC X.
      *WHAT THE ACTION WAS AGAINST (STUDENT ID, SITE) FOR THE LOG
           05 SO-DETAIL             PIC X(20).
           05 SO-OPER-ID            PIC X(8).
           05 SO-OPER-NAME          PIC X(20).
           05 SO-ROLE               PIC X.
               88 SO-REGISTRAR                  VALUE 'R'.
           05 SO-FUNCTIONS          PIC X(10).
           05 SO-RESULT             PIC X.
               88 SO-ALLOWED                    VALUE 'Y'.
           05 SO-PASSWORD           PIC X(16).
           05 SO-HASH               PIC 9(9).
