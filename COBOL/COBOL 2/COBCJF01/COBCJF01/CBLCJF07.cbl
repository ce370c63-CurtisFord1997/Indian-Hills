      *EVERY ACTIVE STAY, BUT THE GATE RANGER WAS WORKING FROM A
      *PRINTED COPY OF LAST WEEK'S RESERVATIONS. THIS MORNING STEP
      *LISTS TODAY'S ARRIVALS AND TODAY'S DEPARTURES PER CAMPGROUND
      *AND SITE OFF THE OCCUPANCY LEDGER, WITH THE PARTY SIZE AND
      *VEHICLE COUNT EACH STAY WAS BOOKED FOR, SO THE RANGER KNOWS
      *HOW MANY PEOPLE AND CARS TO EXPECT. THE RANGER KEYS NO-SHOWS
      *INTO NOSHOW.DAT (CAMPGROUND, SITE, ARRIVAL DATE); EACH ONE
      *GETS A 'C' CANCELLATION ROW APPENDED TO SITEOCC.DAT SO THE
      *NEXT RESERVATION RUN RELEASES THE WINDOW AND THE WAITLIST
       FD SITEOCC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OCC-REC
           RECORD CONTAINS 56 CHARACTERS.
       01 OCC-REC.
           05 OCC-R-STATUS         PIC X.
               88 OCC-R-ACTIVE         VALUE 'A'.
           05 OCC-R-START-DATE     PIC 9(8).
           05 OCC-R-END-DATE       PIC 9(8).
           05 OCC-R-AMT            PIC 9(5)V99.
           05 OCC-R-PARTY          PIC 99.
           05 OCC-R-VEHICLES       PIC 99.

      *NO-SHOW CARDS KEYED BACK BY THE GATE RANGER
       FD NOSHOW
           05 FILLER               PIC X(6)    VALUE "SITE".
           05 FILLER               PIC X(10)   VALUE "ARRIVAL".
           05 FILLER               PIC X(12)   VALUE "DEPARTURE".
           05 FILLER               PIC X(12)   VALUE "AMOUNT".
           05 FILLER               PIC X(8)    VALUE "PARTY".
           05 FILLER               PIC X(57)   VALUE "VEHICLES".

       01 GATE-LINE.
           05 GL-CAMPGROUND        PIC X(25).
           05 GL-END               PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 GL-AMT               PIC $$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 GL-PARTY             PIC Z9.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 GL-VEHICLES          PIC Z9.
           05 FILLER               PIC X(55)   VALUE SPACE.

       01 GT-GATE-LINE.
           05 FILLER               PIC X(11)   VALUE 'ARRIVALS:'.
           05 FILLER               PIC X(12)
               VALUE '  NO-SHOWS:'.
           05 GGL-NOSHOWS          PIC Z,ZZ9.
           05 FILLER               PIC X(14)
               VALUE '  PERSONS IN:'.
           05 GGL-PERSONS          PIC Z,ZZ9.
           05 FILLER               PIC X(15)
               VALUE '  VEHICLES IN:'.
           05 GGL-VEHICLES         PIC Z,ZZ9.
           05 FILLER               PIC X(40)   VALUE SPACE.

      *THE LEDGER HELD IN MEMORY FOR THE THREE PASSES
       01 OCC-TABLE-AREA.
               10 OCC-START-DATE       PIC 9(8).
               10 OCC-END-DATE         PIC 9(8).
               10 OCC-AMT              PIC 9(5)V99.
               10 OCC-PARTY            PIC 99.
               10 OCC-VEHICLES         PIC 99.

       01 GATE-VARS.
           05 OCC-COUNT            PIC 9(5)    VALUE ZERO.
           05 C-ARRIVE-CTR         PIC 9(4)    VALUE ZERO.
           05 C-DEPART-CTR         PIC 9(4)    VALUE ZERO.
           05 C-NOSHOW-CTR         PIC 9(4)    VALUE ZERO.
           05 C-ARRIVE-PERSONS     PIC 9(5)    VALUE ZERO.
           05 C-ARRIVE-VEHICLES    PIC 9(5)    VALUE ZERO.
           05 C-AMT-HASH           PIC 9(8)V99 VALUE ZERO.
           05 PG-CTR               PIC 99      VALUE ZERO.
           05 NOSHOW-STARTED       PIC XXX     VALUE 'NO'.
                           MOVE OCC-R-END-DATE
                               TO OCC-END-DATE(OCC-COUNT)
                           MOVE OCC-R-AMT TO OCC-AMT(OCC-COUNT)
      *ROWS WRITTEN BEFORE THE LEDGER CARRIED A PARTY SIZE SHOW
      *BLANK RATHER THAN A GUESS
                           MOVE 0 TO OCC-PARTY(OCC-COUNT)
                           MOVE 0 TO OCC-VEHICLES(OCC-COUNT)
                           IF OCC-R-PARTY NUMERIC
                               MOVE OCC-R-PARTY
                                   TO OCC-PARTY(OCC-COUNT)
                           END-IF
                           IF OCC-R-VEHICLES NUMERIC
                               MOVE OCC-R-VEHICLES
                                   TO OCC-VEHICLES(OCC-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'SITEOCC.DAT EXCEEDS 2000 ACTIVE '
                               'ROWS - REMAINING ROWS NOT LOADED'
                       AND OCC-START-DATE(OCC-SUB) = I-DATE
                       ADD 1 TO C-ARRIVE-CTR
                       ADD OCC-AMT(OCC-SUB) TO C-AMT-HASH
                       ADD OCC-PARTY(OCC-SUB) TO C-ARRIVE-PERSONS
                       ADD OCC-VEHICLES(OCC-SUB) TO C-ARRIVE-VEHICLES
                       PERFORM L3-GATE-LINE
                   END-IF
           END-PERFORM.
               MOVE OCC-START-DATE(OCC-SUB) TO OCC-R-START-DATE
               MOVE OCC-END-DATE(OCC-SUB) TO OCC-R-END-DATE
               MOVE OCC-AMT(OCC-SUB) TO OCC-R-AMT
               MOVE OCC-PARTY(OCC-SUB) TO OCC-R-PARTY
               MOVE OCC-VEHICLES(OCC-SUB) TO OCC-R-VEHICLES
               WRITE OCC-REC
               ADD 1 TO C-NOSHOW-CTR
               IF NOSHOW-STARTED = 'NO'
           MOVE OCC-START-DATE(OCC-SUB) TO GL-START.
           MOVE OCC-END-DATE(OCC-SUB) TO GL-END.
           MOVE OCC-AMT(OCC-SUB) TO GL-AMT.
           MOVE OCC-PARTY(OCC-SUB) TO GL-PARTY.
           MOVE OCC-VEHICLES(OCC-SUB) TO GL-VEHICLES.
           WRITE PRTLINE FROM GATE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
           MOVE C-ARRIVE-CTR TO GGL-ARRIVALS.
           MOVE C-DEPART-CTR TO GGL-DEPARTURES.
           MOVE C-NOSHOW-CTR TO GGL-NOSHOWS.
           MOVE C-ARRIVE-PERSONS TO GGL-PERSONS.
           MOVE C-ARRIVE-VEHICLES TO GGL-VEHICLES.
           WRITE PRTLINE FROM GT-GATE-LINE
               AFTER ADVANCING 3 LINES.

