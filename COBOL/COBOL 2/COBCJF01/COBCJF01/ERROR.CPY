                   'LEASE TERM MUST BE 1 TO 9 MONTHS                 '.
           05 FILLER       VALUE
                   'DISCOUNT CODE NOT ON MASTER OR OUT OF DATE       '.
           05 FILLER       VALUE
                   'SITE CLOSED FOR THOSE DATES                      '.
           05 FILLER       VALUE
                   'PARTY SIZE NON-NUMERIC OR ZERO                   '.
           05 FILLER       VALUE
                   'PARTY SIZE OVER THE LIMIT FOR THE SITE TYPE      '.
           05 FILLER       VALUE
                   'VEHICLE COUNT NON-NUMERIC                        '.
           05 FILLER       VALUE
                   'VEHICLE COUNT OVER THE LIMIT FOR THE SITE TYPE   '.
           05 FILLER       VALUE
                   'SITE ON HOLD TODAY FOR ANOTHER PHONE CALLER      '.



       01 ERROR-TABLE REDEFINES ERROR-TABLE-STORAGE.
           05 ERRORS       PIC X(49)   OCCURS 45.
