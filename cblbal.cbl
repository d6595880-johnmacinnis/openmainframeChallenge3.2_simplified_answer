       FD  EXTIN RECORDING MODE F.
       01  COVID-EXTRACT-RECORD.
           05  EXT-COUNTRY-CODE    PIC X(4).
           05  EXT-NEW-CNFRM       PIC 9(7).
           05  EXT-TOT-CNFRM       PIC 9(8).
           05  EXT-NEW-DEATH       PIC 9(7).
           05  EXT-TOT-DEATH       PIC 9(7).
           05  EXT-NEW-RECVR       PIC 9(7).
           05  EXT-TOT-RECVR       PIC 9(8).
           05  EXT-TIMESTAMP       PIC X(25).

           05  HIST-KEY.
               10  HIST-COUNTRY-CODE   PIC X(4).
               10  HIST-REPORT-DATE    PIC X(10).
           05  HIST-NEW-CNFRM      PIC 9(7).
           05  HIST-TOT-CNFRM      PIC 9(8).
           05  HIST-NEW-DEATH      PIC 9(7).
           05  HIST-TOT-DEATH      PIC 9(7).
           05  HIST-NEW-RECVR      PIC 9(7).
           05  HIST-TOT-RECVR      PIC 9(8).

       FD  BALRPT RECORDING MODE F.
