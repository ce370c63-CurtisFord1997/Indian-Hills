      *STUDENT ID AND THE PROGRAM READS THE INDEXED MASTER BUILT BY
      *COBCJF10 AND SHOWS NAME, GPA, STARTING SALARY, AND DEPARTMENT
      *ON THE SCREEN. BLANK ID (OR 'END') LEAVES THE PROGRAM.
      *THE CLERK SIGNS ON FIRST (COBSIGN) AND EACH LOOKUP NEEDS THE
      *INQUIRY FUNCTION; THE STARTING SALARY SHOWS ONLY TO A
      *REGISTRAR HOLDING THE SALARY FUNCTION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  X-DEPT           PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "SIGNON.CPY".

       01  WORK-AREA.
           05  IDX-FILE-STATUS  PIC XX.
           05  INQUIRY-DONE     PIC XXX         VALUE 'NO'.
           05  INQ-ID           PIC X(7)        VALUE SPACE.
           05  SAL-TALLY        PIC 99          VALUE 0.
           05  SALARY-VISIBLE   PIC XXX         VALUE 'NO'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
               MOVE 'YES' TO INQUIRY-DONE
           END-IF.

           IF INQUIRY-DONE = 'NO'
               PERFORM 1100-SIGN-ON
           END-IF.

       1100-SIGN-ON.
           MOVE 'S' TO SO-REQUEST.
           MOVE 'COBCJF11' TO SO-PGM-ID.
           CALL 'COBSIGN' USING SIGNON-AREA.
           IF NOT SO-ALLOWED
               MOVE 'YES' TO INQUIRY-DONE
           END-IF.
           INSPECT SO-FUNCTIONS TALLYING SAL-TALLY FOR ALL 'S'.
           IF SO-REGISTRAR AND SAL-TALLY > 0
               MOVE 'YES' TO SALARY-VISIBLE
           END-IF.

       2000-INQUIRY.
           DISPLAY ' '.
           DISPLAY 'ENTER STUDENT ID (BLANK OR END TO QUIT): '
           IF INQ-ID = SPACES OR INQ-ID = 'END'
               MOVE 'YES' TO INQUIRY-DONE
           ELSE
               MOVE 'F' TO SO-REQUEST
               MOVE 'I' TO SO-FUNCTION
               MOVE 'N' TO SO-SENSITIVE
               MOVE INQ-ID TO SO-DETAIL
               CALL 'COBSIGN' USING SIGNON-AREA
               IF SO-ALLOWED
                   PERFORM 2100-LOOKUP
               END-IF
           END-IF.

       2100-LOOKUP.
                   DISPLAY 'FIRST NAME:      ' X-FNAME
                   DISPLAY 'MIDDLE INITIAL:  ' X-INIT
                   DISPLAY 'GPA:             ' D-GPA
                   IF SALARY-VISIBLE = 'YES'
                       DISPLAY 'STARTING SALARY: ' D-START-SAL
                   ELSE
                       DISPLAY 'STARTING SALARY: *** REGISTRAR ONLY ***'
                   END-IF
                   DISPLAY 'DEPARTMENT:      ' X-DEPT
           END-READ.

       3000-CLOSING.
           CLOSE STU-INDEXED.
           MOVE 'E' TO SO-REQUEST.
           CALL 'COBSIGN' USING SIGNON-AREA.
       END PROGRAM COBCJF11.
