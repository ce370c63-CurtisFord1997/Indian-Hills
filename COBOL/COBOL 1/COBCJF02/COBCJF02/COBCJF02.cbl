      *****************************************************
      *THIS PROGRAM PRINTS A REPORT THAT GROUPS BOATS BY TYPE, AND
      *RUNS A SUBTOTAL LINE FOR EACH BOAT TYPE BREAK.
      *THE INVENTORY RECONCILE MATCHES ON THE DEAL NUMBER.
      *****************************************************

       ENVIRONMENT DIVISION.
       FD  INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS INPT-REC
           RECORD CONTAINS 88 CHARACTERS.

       01  INPT-REC.
           05 I-LAST-NAME         PIC X(15).
           05 I-TERM-MONTHS       PIC 999.
           05 I-TRADE-DESC        PIC X(15).
           05 I-TRADE-ALLOW       PIC 9(5)V99.
           05 I-DEAL-NO           PIC X(6).
           05 I-CUST-NO           PIC X(5).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
           05 INV-DEAL-NO         PIC X(6).

       FD EXCOUT
           LABEL RECORD IS OMITTED
       01 INVENTORY-TABLE.
           05 INV-TABLE-ENTRY OCCURS 500 TIMES
                   INDEXED BY INV-IDX.
               10 INV-TABLE-DEAL   PIC X(6).
               10 INV-TABLE-TYPE   PIC X.
               10 INV-TABLE-VIN    PIC X(10).

                   NOT AT END
                       ADD 1 TO INV-TABLE-CTR
                       SET INV-IDX TO INV-TABLE-CTR
                       MOVE INV-DEAL-NO TO INV-TABLE-DEAL(INV-IDX)
                       MOVE INV-BOAT-TYPE TO INV-TABLE-TYPE(INV-IDX)
                       MOVE INV-VIN TO INV-TABLE-VIN(INV-IDX)
               END-READ
           MOVE "NO" TO REC-MATCH.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-TABLE-CTR OR REC-MATCH = "YES"
                   IF I-DEAL-NO = INV-TABLE-DEAL(INV-IDX)
                       AND I-DEAL-NO NOT = SPACES
                       AND I-BOAT-TYPE = INV-TABLE-TYPE(INV-IDX)
                           MOVE "YES" TO REC-MATCH
                   END-IF
