      *SHARED DATE/CALENDAR WORK AREA FOR THE COBDATE MODULE.
      *SET DC-FUNCTION AND DC-DATE, CALL 'COBDATE', AND READ BACK:
      *  'D' - DC-DAY-NO GETS THE TRUE CALENDAR DAY NUMBER (DAYS
      *        SINCE 2000-01-01, LEAP YEARS FROM THE LEAPYR TABLE),
      *        SO A SPAN IS ONE SUBTRACTION WITH NO 30-DAY-MONTH
      *        DRIFT AT MONTH-END;
      *  'H' - DC-HOLIDAY GETS Y/N FOR THE DATE AGAINST THE HOLIDAY
      *        SCHEDULE FILE, WITH THE WEEK'S RATE MULTIPLIER IN
      *        DC-HOL-MULT (1.00 WHEN NOT A HOLIDAY).
       01 DATE-CALC-AREA.
           05 DC-FUNCTION          PIC X.
           05 DC-DATE              PIC 9(8).
           05 DC-DAY-NO            PIC 9(7).
           05 DC-HOLIDAY           PIC X.
           05 DC-HOL-MULT          PIC 9V99.
