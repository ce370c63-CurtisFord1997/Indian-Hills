               10 M-NEW-SITE-NUM   PIC 99.
           05 M-NEW-DATE       PIC 9(8).
           05 M-NEW-LEN-STAY   PIC 99.
      *PARTY SIZE AND VEHICLE COUNT ON 'R', 'M' AND 'G' ONLY. ON A
      *'G' BLOCK THEY COVER THE WHOLE BLOCK; ON AN 'M' LEFT BLANK
      *THEY KEEP THE FIGURES THE RESERVATION ALREADY CARRIES.
           05 I-PARTY-SIZE     PIC 99.
           05 I-VEHICLES       PIC 99.
