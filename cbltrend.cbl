           05  HIST-KEY.
               10  HIST-COUNTRY-CODE   PIC X(4).
               10  HIST-REPORT-DATE    PIC X(10).
           05  HIST-NEW-CNFRM      PIC 9(7).
           05  HIST-TOT-CNFRM      PIC 9(8).
           05  HIST-NEW-DEATH      PIC 9(7).
           05  HIST-TOT-DEATH      PIC 9(7).
           05  HIST-NEW-RECVR      PIC 9(7).
           05  HIST-TOT-RECVR      PIC 9(8).

       FD  TRENDOUT RECORDING MODE F.
           05  WS-TREND-IDX         PIC 9(3) VALUE ZERO.
           05  WS-TREND-ENTRY OCCURS 30 TIMES.
               10  WS-TREND-DATE        PIC X(10).
               10  WS-TREND-NEW-CNFRM   PIC 9(7).
               10  WS-TREND-NEW-DEATH   PIC 9(7).

       01  WS-TREND-WORK.
           05  WS-7DAY-START        PIC 9(3) VALUE ZERO.
           05  DDL-DATE                PIC X(10).
           05  FILLER                  PIC X(17) VALUE
               '  NEW CONFIRMED: '.
           05  DDL-NEW-CNFRM           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(14) VALUE
               '  NEW DEATHS: '.
           05  DDL-NEW-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  AVG-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
