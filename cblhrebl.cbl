           05  HIST-KEY.
               10  HIST-COUNTRY-CODE   PIC X(4).
               10  HIST-REPORT-DATE    PIC X(10).
           05  HIST-NEW-CNFRM      PIC 9(7).
           05  HIST-TOT-CNFRM      PIC 9(8).
           05  HIST-NEW-DEATH      PIC 9(7).
           05  HIST-TOT-DEATH      PIC 9(7).
           05  HIST-NEW-RECVR      PIC 9(7).
           05  HIST-TOT-RECVR      PIC 9(8).

       FD  HISTJRNL RECORDING MODE F.
           05  JR-ACTION           PIC X(1).
           05  JR-RUN-DATE         PIC X(8).
           05  JR-RUN-TIME         PIC X(6).
           05  JR-HIST-IMAGE       PIC X(58).
           05  FILLER              PIC X(3).

      *
