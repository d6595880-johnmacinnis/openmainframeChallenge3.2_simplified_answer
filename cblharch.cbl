           05  HIST-KEY.
               10  HIST-COUNTRY-CODE   PIC X(4).
               10  HIST-REPORT-DATE    PIC X(10).
           05  HIST-NEW-CNFRM      PIC 9(7).
           05  HIST-TOT-CNFRM      PIC 9(8).
           05  HIST-NEW-DEATH      PIC 9(7).
           05  HIST-TOT-DEATH      PIC 9(7).
           05  HIST-NEW-RECVR      PIC 9(7).
           05  HIST-TOT-RECVR      PIC 9(8).

       FD  ARCHOUT RECORDING MODE F.
       01  ARCHIVE-OUT-RECORD.
           05  AO-COUNTRY-CODE     PIC X(4).
           05  AO-REPORT-DATE      PIC X(10).
           05  AO-NEW-CNFRM        PIC 9(7).
           05  AO-TOT-CNFRM        PIC 9(8).
           05  AO-NEW-DEATH        PIC 9(7).
           05  AO-TOT-DEATH        PIC 9(7).
           05  AO-NEW-RECVR        PIC 9(7).
           05  AO-TOT-RECVR        PIC 9(8).

       FD  ARCHIN RECORDING MODE F.
       01  ARCHIVE-IN-RECORD.
           05  AI-COUNTRY-CODE     PIC X(4).
           05  AI-REPORT-DATE      PIC X(10).
           05  AI-NEW-CNFRM        PIC 9(7).
           05  AI-TOT-CNFRM        PIC 9(8).
           05  AI-NEW-DEATH        PIC 9(7).
           05  AI-TOT-DEATH        PIC 9(7).
           05  AI-NEW-RECVR        PIC 9(7).
           05  AI-TOT-RECVR        PIC 9(8).

       FD  ARCHRPT RECORDING MODE F.
