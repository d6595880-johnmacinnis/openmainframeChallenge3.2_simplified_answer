       FD  WEEKIN RECORDING MODE F.
       01  COVID-EXTRACT-RECORD.
           05  EXT-COUNTRY-CODE    PIC X(4).
           05  EXT-NEW-CNFRM       PIC 9(7).
           05  EXT-TOT-CNFRM       PIC 9(8).
           05  EXT-NEW-DEATH       PIC 9(7).
           05  EXT-TOT-DEATH       PIC 9(7).
           05  EXT-NEW-RECVR       PIC 9(7).
           05  EXT-TOT-RECVR       PIC 9(8).
           05  EXT-TIMESTAMP       PIC X(25).

               10  WS-WEEK-NEW-CNFRM    PIC 9(8).
               10  WS-WEEK-NEW-DEATH    PIC 9(7).
               10  WS-WEEK-NEW-RECVR    PIC 9(8).
               10  WS-WEEK-PEAK-VALUE   PIC 9(7).
               10  WS-WEEK-PEAK-DAY     PIC X(9).

       01  WS-WEEK-LOOKUP.
