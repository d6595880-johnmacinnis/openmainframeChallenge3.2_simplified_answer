             ACCESS MODE IS SEQUENTIAL.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT COVHIST ASSIGN TO COVHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-HISTJRNL-STATUS.

             SELECT SRCDIVR ASSIGN TO SRCDIVR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SRCDIVR-STATUS.

             SELECT PUBCTL ASSIGN TO PUBCTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PC-FEED-DATE
             FILE STATUS IS WS-PUBCTL-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       01  PRIOR-TOTALS-RECORD.
           05  PT-COUNTRY-CODE     PIC X(4).
           05  PT-TOT-CNFRM        PIC 9(8).
           05  PT-TOT-DEATH        PIC 9(7).
           05  PT-TOT-RECVR        PIC 9(8).

       FD  PRIOROUT RECORDING MODE F.
       01  PRIOR-OUT-RECORD.
           05  PO-COUNTRY-CODE     PIC X(4).
           05  PO-TOT-CNFRM        PIC 9(8).
           05  PO-TOT-DEATH        PIC 9(7).
           05  PO-TOT-RECVR        PIC 9(8).

       FD  CHKPTIN RECORDING MODE F.
       FD  COVIDEXT RECORDING MODE F.
       01  COVID-EXTRACT-RECORD.
           05  EXT-COUNTRY-CODE    PIC X(4).
           05  EXT-NEW-CNFRM       PIC 9(7).
           05  EXT-TOT-CNFRM       PIC 9(8).
           05  EXT-NEW-DEATH       PIC 9(7).
           05  EXT-TOT-DEATH       PIC 9(7).
           05  EXT-NEW-RECVR       PIC 9(7).
           05  EXT-TOT-RECVR       PIC 9(8).
           05  EXT-TIMESTAMP       PIC X(25).

       FD  ALRTOUT RECORDING MODE F.
       01  ALERT-LINE              PIC X(133).

      ****  // CBLSRCMP'S DIVERGENCE FILE FROM THE SECOND-SOURCE
      ****  // COMPARISON - ONLY STATUS S (WORST FIGURE OVER THE
      ****  // DISAGREEMENT LIMIT) HOLDS A COUNTRY BACK
       FD  SRCDIVR RECORDING MODE F.
       01  DIVERGENCE-RECORD.
           05  DV-COUNTRY-CODE     PIC X(4).
           05  DV-FEED-DATE        PIC X(10).
           05  DV-STATUS           PIC X(1).
               88  DV-SOURCES-DISAGREE  VALUE 'S'.
           05  DV-FIGURE           PIC X(6).
           05  DV-PRIMARY-VALUE    PIC 9(9).
           05  DV-SECONDARY-VALUE  PIC 9(9).
           05  DV-PCT-DIFF         PIC 9(3)V9.
           05  DV-FIGURES-OVER     PIC 9(1).
           05  FILLER              PIC X(6).

      ****  // PROVINCE-LEVEL HISTORY MASTER - SAME SHAPE AS COVHIST
      ****  // WITH THE PROVINCE IN THE KEY, FED ONLY FOR COUNTRIES
      ****  // WHERE THE SOURCE SUPPLIES SUB-NATIONAL ROWS
               10  PROV-COUNTRY-CODE   PIC X(4).
               10  PROV-NAME           PIC X(20).
               10  PROV-REPORT-DATE    PIC X(10).
           05  PROV-NEW-CNFRM      PIC 9(7).
           05  PROV-TOT-CNFRM      PIC 9(8).
           05  PROV-NEW-DEATH      PIC 9(7).
           05  PROV-TOT-DEATH      PIC 9(7).
           05  PROV-NEW-RECVR      PIC 9(7).
           05  PROV-TOT-RECVR      PIC 9(8).

       FD  PROVRPT RECORDING MODE F.
           05  JR-HIST-IMAGE.
               10  JR-COUNTRY-CODE     PIC X(4).
               10  JR-REPORT-DATE      PIC X(10).
               10  JR-NEW-CNFRM        PIC 9(7).
               10  JR-TOT-CNFRM        PIC 9(8).
               10  JR-NEW-DEATH        PIC 9(7).
               10  JR-TOT-DEATH        PIC 9(7).
               10  JR-NEW-RECVR        PIC 9(7).
               10  JR-TOT-RECVR        PIC 9(8).
           05  FILLER              PIC X(3).

       01  CORRECTION-RECORD.
           05  CR-COUNTRY-CODE     PIC X(4).
           05  CR-REPORT-DATE      PIC X(10).
           05  CR-BEF-NEW-CNFRM    PIC 9(7).
           05  CR-BEF-TOT-CNFRM    PIC 9(8).
           05  CR-BEF-NEW-DEATH    PIC 9(7).
           05  CR-BEF-TOT-DEATH    PIC 9(7).
           05  CR-BEF-NEW-RECVR    PIC 9(7).
           05  CR-BEF-TOT-RECVR    PIC 9(8).
           05  CR-AFT-NEW-CNFRM    PIC 9(7).
           05  CR-AFT-TOT-CNFRM    PIC 9(8).
           05  CR-AFT-NEW-DEATH    PIC 9(7).
           05  CR-AFT-TOT-DEATH    PIC 9(7).
           05  CR-AFT-NEW-RECVR    PIC 9(7).
           05  CR-AFT-TOT-RECVR    PIC 9(8).

       FD  CORRLIST RECORDING MODE F.
       FD  PCAPOUT RECORDING MODE F.
       01  PCAP-LINE               PIC X(133).

      ****  // ONE ENTRY PER CODE PER EFFECTIVE PERIOD. AN OPEN
      ****  // ENTRY RUNS TO 9999-12-31; A RETIRED ENTRY MAY NAME
      ****  // THE SUCCESSOR CODE ITS ROWS ARE POSTED UNDER
       FD  CTRYREF.
       01  COUNTRY-REFERENCE-RECORD.
           05  REF-KEY.
               10  REF-COUNTRY-CODE    PIC X(4).
               10  REF-EFF-FROM        PIC X(10).
           05  REF-EFF-TO          PIC X(10).
           05  REF-COUNTRY-NAME    PIC X(30).
           05  REF-REGION          PIC X(20).
           05  REF-POPULATION      PIC 9(10).
           05  REF-CODE-STATUS     PIC X(1).
           05  REF-SUCCESSOR-CODE  PIC X(4).
           05  FILLER              PIC X(11).

       FD  COVHIST.
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-COUNTRY-CODE   PIC X(4).
               10  HIST-REPORT-DATE    PIC X(10).
           05  HIST-NEW-CNFRM      PIC 9(7).
           05  HIST-TOT-CNFRM      PIC 9(8).
           05  HIST-NEW-DEATH      PIC 9(7).
           05  HIST-TOT-DEATH      PIC 9(7).
           05  HIST-NEW-RECVR      PIC 9(7).
           05  HIST-TOT-RECVR      PIC 9(8).

      ****  // PUBLICATION CONTROL - ONE RECORD PER FEED DATE, LEFT
      ****  // PENDING BY EVERY RUN UNTIL A SUPERVISOR RELEASES OR
      ****  // WITHHOLDS IT IN THE CBLPSIGN DIALOG. CBLPGATE HOLDS
      ****  // THE COVIDEXT LOAD UNTIL THE FEED DATE IS RELEASED.
       FD  PUBCTL.
       01  PUBLICATION-CONTROL-RECORD.
           05  PC-FEED-DATE        PIC X(10).
           05  PC-STATUS           PIC X(8).
               88  PC-PENDING          VALUE 'PENDING'.
               88  PC-RELEASED         VALUE 'RELEASED'.
               88  PC-WITHHELD         VALUE 'WITHHELD'.
           05  PC-RUN-DATE         PIC X(8).
           05  PC-RUN-TIME         PIC X(6).
           05  PC-RUN-SEVERITY     PIC 9(2).
           05  PC-RESTART-FLAG     PIC X.
           05  PC-CONTROL-FLAG     PIC X.
           05  PC-REC-COUNT        PIC 9(7).
           05  PC-PUBLISH-COUNT    PIC 9(7).
           05  PC-EXCP-COUNT       PIC 9(7).
           05  PC-FILTER-COUNT     PIC 9(7).
           05  PC-QUAR-COUNT       PIC 9(7).
           05  PC-PROV-COUNT       PIC 9(7).
           05  PC-ROLLUP-COUNT     PIC 9(7).
           05  PC-CORR-COUNT       PIC 9(7).
           05  PC-ALERT-COUNT      PIC 9(7).
           05  PC-GRAND-NEW-CNFRM  PIC 9(9).
           05  PC-GRAND-TOT-CNFRM  PIC 9(10).
           05  PC-GRAND-NEW-DEATH  PIC 9(9).
           05  PC-GRAND-TOT-DEATH  PIC 9(9).
           05  PC-GRAND-NEW-RECVR  PIC 9(9).
           05  PC-GRAND-TOT-RECVR  PIC 9(10).
           05  PC-DECISION-USERID  PIC X(8).
           05  PC-DECISION-DATE    PIC X(8).
           05  PC-DECISION-TIME    PIC X(6).
           05  PC-DECISION-NOTE    PIC X(30).
           05  FILLER              PIC X(20).

      *
       WORKING-STORAGE SECTION.

           05  UCR-COUNTRY-CODE    PIC X(4).
           05  UCR-SLUG            PIC X(50).
           05  UCR-PROVINCE        PIC X(20).
           05  UCR-NEW-CNFRM       PIC 9(7).
           05  UCR-TOT-CNFRM       PIC 9(8).
           05  UCR-NEW-DEATH       PIC 9(7).
           05  UCR-TOT-DEATH       PIC 9(7).
           05  UCR-NEW-RECVR       PIC 9(7).
           05  UCR-TOT-RECVR       PIC 9(8).
           05  UCR-TIMESTAMP       PIC X(25).

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01 NUMBER-DISPLAY-FORMAT.
           05 NEW-CNFRM            PIC Z,ZZZ,999.
           05 TOT-CNFRM            PIC ZZ,ZZZ,999.
           05 NEW-DEATH            PIC Z,ZZZ,999.
           05 TOT-DEATH            PIC Z,ZZZ,999.
           05 NEW-RECVR            PIC Z,ZZZ,999.
           05 TOT-RECVR            PIC ZZ,ZZZ,999.

       01  WS-RATE-FIELDS.
               88  FIRST-RECORD-OF-RUN     VALUE 'Y'.

       01  SUBTOTAL-DISPLAY-FORMAT.
           05  SUB-NEW-CNFRM           PIC Z,ZZZ,999.
           05  SUB-NEW-DEATH           PIC Z,ZZZ,999.
           05  SUB-NEW-RECVR           PIC Z,ZZZ,999.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CODE                PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-NEW-CNFRM           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOT-CNFRM           PIC ZZ,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-NEW-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOT-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-NEW-RECVR           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOT-RECVR           PIC ZZ,ZZZ,999.
           05  RPT-CFR-RATE            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RECOVERY-RATE       PIC ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'CODE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'NEWCNFM'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOTCNFM'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'NEWDTH'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'TOTDTH'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'NEWRCV'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOTRCV'.
           05  FILLER                  PIC X(06) VALUE 'CFR%'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'RECRT%'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-PRIORIN-STATUS       PIC XX VALUE '00'.

      ****  // ACCUMULATORS ARE WIDER THAN THE PUBLICATION FIELDS ON
      ****  // PURPOSE - A SUM PAST THE PUBLICATION WIDTH IS CAUGHT
      ****  // AT PUBLISH TIME INSTEAD OF WRAPPING IN THE ADD
           05  WS-PROLL-NEW-CNFRM   PIC 9(9) VALUE ZERO.
           05  WS-PROLL-TOT-CNFRM   PIC 9(9) VALUE ZERO.
           05  WS-PROLL-NEW-DEATH   PIC 9(9) VALUE ZERO.
           05  WS-PROLL-TOT-DEATH   PIC 9(9) VALUE ZERO.
           05  WS-PROLL-NEW-RECVR   PIC 9(9) VALUE ZERO.
           05  WS-PROLL-TOT-RECVR   PIC 9(9) VALUE ZERO.

      ****  // THE ROLLUP PUBLISHES THROUGH THE SAME UCR FIELDS THE
      ****  // THE ROLLUP'S OWN REFERENCE LOOKUP MUST NOT DISTURB
      ****  // THE LOOKUP THE TRIGGERING ROW ALREADY RAN - ITS
      ****  // REPORT LINE PRINTS FROM THAT STATE AFTERWARDS
       01  WS-REF-LOOKUP-HOLD      PIC X(81) VALUE SPACES.

       01  WS-PROV-REPORT-CONTROLS.
           05  WS-PROV-PAGE-NUMBER     PIC 9(3) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'PROVINCE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '  NEWCNFM'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOTCNFM'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '   NEWDTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '   TOTDTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '   NEWRCV'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOTRCV'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  PROV-DETAIL-LINE.
           05  PVD-DATE                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-PROVINCE            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-NEW-CNFRM           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-TOT-CNFRM           PIC ZZ,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-NEW-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-TOT-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-NEW-RECVR           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PVD-TOT-RECVR           PIC ZZ,ZZZ,999.
           05  FILLER                  PIC X(27) VALUE SPACES.

      ****  // PLAUSIBILITY CONTROLS - A ROW TRIPS WHEN A NEW FIGURE
      ****  // EXCEEDS THE COUNTRY'S OWN 7-DAY AVERAGE TIMES THE
           05  WS-QH-COUNT          PIC 9(1) VALUE ZERO.
           05  WS-QH-IDX            PIC 9(1) VALUE ZERO.
           05  WS-QH-ENTRY OCCURS 7 TIMES.
               10  WS-QH-NEW-CNFRM      PIC 9(7).
               10  WS-QH-NEW-DEATH      PIC 9(7).
           05  WS-QH-LATEST-TOT-CNFRM  PIC 9(8) VALUE ZERO.
           05  WS-QH-LATEST-TOT-DEATH  PIC 9(7) VALUE ZERO.
           05  WS-QH-LATEST-TOT-RECVR  PIC 9(8) VALUE ZERO.
           05  WS-QH-SUM-CNFRM         PIC 9(8) VALUE ZERO.
           05  WS-QH-SUM-DEATH         PIC 9(8) VALUE ZERO.
           05  WS-QH-AVG-CNFRM         PIC 9(7)V9 VALUE ZERO.
           05  WS-QH-AVG-DEATH         PIC 9(7)V9 VALUE ZERO.

       01  WS-SRCDIVR-STATUS       PIC XX VALUE '00'.

      ****  // COUNTRIES THE SECOND SOURCE DISAGREES WITH BADLY, FROM
      ****  // THE OPTIONAL SRCDIVR DD. A MATCHING ROW FOR THE SAME
      ****  // FEED DATE IS QUARANTINED WITH THE PRIMARY VALUE AS THE
      ****  // TRIP AND THE SECONDARY VALUE IN THE AVERAGE SLOT.
       01  WS-DIVERGENCE-CONTROLS.
           05  WS-DIV-ACTIVE        PIC X VALUE 'N'.
               88  DIVERGENCE-IS-ACTIVE VALUE 'Y'.
           05  WS-SRCDIVR-EOF       PIC X VALUE 'N'.
               88  SRCDIVR-AT-END       VALUE 'Y'.
           05  WS-DIV-FOUND         PIC X VALUE 'N'.
               88  DIVERGENCE-FOUND     VALUE 'Y'.
           05  WS-DIV-QUAR-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DIV-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-DIV-IDX           PIC 9(3) VALUE ZERO.
           05  WS-DIV-MATCH-IDX     PIC 9(3) VALUE ZERO.
           05  WS-DIV-ENTRY OCCURS 300 TIMES.
               10  WS-DIV-CODE          PIC X(4).
               10  WS-DIV-FEED-DATE     PIC X(10).
               10  WS-DIV-PRIMARY       PIC 9(9).
               10  WS-DIV-SECONDARY     PIC 9(9).

       01  WS-CORROUT-STATUS       PIC XX VALUE '00'.


       01  WS-RUNLOG-STATUS        PIC XX VALUE '00'.

       01  WS-PUBCTL-STATUS        PIC XX VALUE '00'.

       01  WS-PUBCTL-CONTROLS.
           05  WS-PUBCTL-MODE       PIC X VALUE 'U'.
               88  PUBCTL-LOAD-MODE     VALUE 'L'.
           05  WS-PUBCTL-FOUND      PIC X VALUE 'N'.
               88  PUBCTL-RECORD-FOUND  VALUE 'Y'.
           05  WS-PUBCTL-SEVERITY   PIC 9(2) VALUE ZERO.

       01  WS-HISTJRNL-STATUS      PIC XX VALUE '00'.

       01  WS-JOURNAL-CONTROLS.
      ****  // FETCHED BACK FOR THE BEFORE/AFTER COMPARISON ON A
      ****  // RESTATEMENT
       01  WS-POST-HOLD.
           05  WS-POST-NEW-CNFRM    PIC 9(7) VALUE ZERO.
           05  WS-POST-TOT-CNFRM    PIC 9(8) VALUE ZERO.
           05  WS-POST-NEW-DEATH    PIC 9(7) VALUE ZERO.
           05  WS-POST-TOT-DEATH    PIC 9(7) VALUE ZERO.
           05  WS-POST-NEW-RECVR    PIC 9(7) VALUE ZERO.
           05  WS-POST-TOT-RECVR    PIC 9(8) VALUE ZERO.

       01  WS-CORRECTION-CONTROLS.
           05  WS-AUDIT-DATE       PIC 9(8).
           05  WS-AUDIT-TIME       PIC 9(8).

       01  WS-REF-OPEN             PIC X VALUE 'N'.
           88  REF-FILE-OPEN           VALUE 'Y'.

      ****  // THE ENTRY IN EFFECT FOR A CODE ON A POSTING DATE, READ
      ****  // BY KEY - ITS FROM DATE ON OR BEFORE THE DATE AND ITS TO
      ****  // DATE ON OR AFTER IT
       01  WS-REF-LOOKUP.
           05  WS-REF-FOUND         PIC X VALUE 'N'.
               88  REF-RECORD-FOUND     VALUE 'Y'.
           05  WS-REF-SCAN-END      PIC X VALUE 'N'.
               88  REF-SCAN-ENDED       VALUE 'Y'.
           05  WS-REF-SEARCH-CODE   PIC X(4) VALUE SPACES.
           05  WS-REF-SEARCH-DATE   PIC X(10) VALUE SPACES.
           05  WS-REF-NAME          PIC X(30) VALUE SPACES.
           05  WS-REF-REGION        PIC X(20) VALUE SPACES.
           05  WS-REF-POPULATION    PIC 9(10) VALUE ZERO.
           05  WS-REF-CODE-STATUS   PIC X(1) VALUE SPACE.
               88  REF-CODE-RETIRED     VALUE 'R'.
           05  WS-REF-SUCCESSOR     PIC X(4) VALUE SPACES.

      ****  // ROWS ARRIVING UNDER A RETIRED CODE THAT NAMES A
      ****  // SUCCESSOR ARE POSTED UNDER THE SUCCESSOR AND COUNTED
       01  WS-SUCCESSOR-CONTROLS.
           05  WS-SUCCESSOR-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-RETIRED-CODE      PIC X(4) VALUE SPACES.
      ****  // THE CODE AS IT CAME ON THE FEED, BEFORE ANY RE-KEYING
      ****  // TO A SUCCESSOR - SRCDIVR IS KEYED ON IT
           05  WS-ARRIVED-CODE      PIC X(4) VALUE SPACES.

      ****  // THE PER-CAPITA REPORT USES THE POPULATION AND REGION IN
      ****  // EFFECT ON THE FEED DATE, NOT TODAY'S
       01  WS-PCAP-AS-OF-WORK.
           05  WS-PCAP-TODAY        PIC 9(8).
           05  WS-PCAP-AS-OF.
               10  WS-PCAP-AS-OF-YYYY   PIC 9(4).
               10  FILLER               PIC X VALUE '-'.
               10  WS-PCAP-AS-OF-MM     PIC 9(2).
               10  FILLER               PIC X VALUE '-'.
               10  WS-PCAP-AS-OF-DD     PIC 9(2).

       01  WS-EXCP-REASON           PIC X(20) VALUE SPACES.

      ****  // THE SIX RAW FIGURES ARE LIFTED AGAIN AS TEXT SO THEIR
      ****  // SIGNIFICANT DIGITS CAN BE MEASURED AGAINST THE UCR
      ****  // FIELD WIDTHS - A NUMERIC UNSTRING RECEIVER QUIETLY
      ****  // DROPS THE HIGH-ORDER DIGITS OF A FIGURE TOO BIG FOR IT
       01  WS-FIGURE-WIDTH-TABLE.
           05  FILLER               PIC 9 VALUE 7.
           05  FILLER               PIC 9 VALUE 8.
           05  FILLER               PIC 9 VALUE 7.
           05  FILLER               PIC 9 VALUE 7.
           05  FILLER               PIC 9 VALUE 7.
           05  FILLER               PIC 9 VALUE 8.
       01  WS-FIGURE-WIDTHS REDEFINES WS-FIGURE-WIDTH-TABLE.
           05  WS-FIGURE-WIDTH OCCURS 6 TIMES PIC 9.

       01  WS-FIGURE-CHECK-WORK.
           05  WS-FCK-SKIP          PIC X(50).
           05  WS-FCK-FIGURE OCCURS 6 TIMES PIC X(20).
           05  WS-FCK-IDX           PIC 9(2) VALUE ZERO.
           05  WS-FCK-CHAR-IDX      PIC 9(2) VALUE ZERO.
           05  WS-FCK-DIGITS        PIC 9(2) VALUE ZERO.
           05  WS-FCK-STARTED       PIC X VALUE 'N'.
               88  FIGURE-DIGITS-STARTED  VALUE 'Y'.

      ****  // HDR/TRL CONTROL RECORDS CARRIED ON THE FEED - THE RUN
      ****  // PROVES THE TRANSFER WAS COMPLETE BY CHECKING THE DETAIL
      ****  // COUNT AND THE HASH TOTALS AGAINST THE TRAILER
       01  WS-DAYS-PER-MONTH REDEFINES WS-DAYS-PER-MONTH-TABLE.
           05  WS-MONTH-DAY-ENTRY OCCURS 12 TIMES PIC 99.

      ****  // CATCH-UP MODE (PARM CATCHUP) - SEVERAL FEED DATES
      ****  // CONCATENATED AT COVIDIN, EACH BRACKETED BY ITS OWN
      ****  // HDR AND TRL. ONE ENTRY PER HDR IN FILE ORDER, WITH
      ****  // WHAT THE LISTING PASS FOUND INSIDE ITS BRACKET AND
      ****  // WHAT BECAME OF THE DATE
       01  WS-CATCH-UP-CONTROLS.
           05  WS-CATCH-UP-SWITCH      PIC X VALUE 'N'.
               88  CATCH-UP-IS-ACTIVE      VALUE 'Y'.
           05  WS-CU-STOP-SWITCH       PIC X VALUE 'N'.
               88  CATCH-UP-STOPPED        VALUE 'Y'.
           05  WS-CU-SCAN-EOF          PIC X VALUE 'N'.
               88  CU-SCAN-AT-END          VALUE 'Y'.
           05  WS-CU-IN-BRACKET        PIC X VALUE 'N'.
               88  CU-IN-SELECTED-BRACKET  VALUE 'Y'.
           05  WS-CU-TABLE-FULL        PIC X VALUE 'N'.
               88  CU-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-CU-LISTING-SWITCH    PIC X VALUE 'N'.
               88  CU-LISTING-PASS         VALUE 'Y'.
           05  WS-CU-HDR-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-CU-OPEN-IDX          PIC 9(3) VALUE ZERO.
           05  WS-CU-LEAD-STRAY        PIC 9(7) VALUE ZERO.
           05  WS-CU-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-CU-IDX               PIC 9(3) VALUE ZERO.
           05  WS-CU-STEP              PIC 9(3) VALUE ZERO.
           05  WS-CU-DONE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CU-SKIP-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CU-MAX-RC            PIC 9(2) VALUE ZERO.
           05  WS-CU-LAST-GOOD-DATE    PIC X(10) VALUE SPACES.
           05  WS-CU-STOP-DATE         PIC X(10) VALUE SPACES.
           05  WS-CU-FAIL-REASON       PIC X(36) VALUE SPACES.
           05  WS-CU-ENTRY OCCURS 60 TIMES.
               10  WS-CU-FEED-DATE      PIC X(10).
               10  WS-CU-FEED-SOURCE    PIC X(20).
               10  WS-CU-DETAIL-COUNT   PIC 9(7).
               10  WS-CU-TRL-SEEN       PIC X.
               10  WS-CU-TRL-COUNT      PIC 9(7).
               10  WS-CU-STRAY-COUNT    PIC 9(7).
               10  WS-CU-HASH-CNFRM     PIC 9(9).
               10  WS-CU-HASH-DEATH     PIC 9(9).
               10  WS-CU-UNPARSED       PIC 9(7).
               10  WS-CU-TRL-HASH-CNFRM PIC 9(9).
               10  WS-CU-TRL-HASH-DEATH PIC 9(9).
               10  WS-CU-DUP-FLAG       PIC X.
               10  WS-CU-OUTCOME        PIC X(9).
               10  WS-CU-RC             PIC 9(2).

      ****  // THE ENTRIES IN PROCESSING (DATE) ORDER - EQUAL DATES
      ****  // KEEP THEIR FILE ORDER
       01  WS-CU-ORDER.
           05  WS-CU-ORDER-TAB OCCURS 60 TIMES PIC 9(3).

       01  WS-CU-SORT-CONTROLS.
           05  WS-CU-I                 PIC 9(3) VALUE ZERO.
           05  WS-CU-J                 PIC 9(3) VALUE ZERO.
           05  WS-CU-BEST              PIC 9(3) VALUE ZERO.
           05  WS-CU-TEMP              PIC 9(3) VALUE ZERO.

      ****  // SECOND CONTROL HIERARCHY ABOVE THE COUNTRY SUBTOTALS -
      ****  // ROLLUP TOTALS BY THE REFERENCE FILE'S REGION ATTRIBUTE
       01  WS-REGION-TABLE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '  TOTCASES'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE '   TOTDTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CASES/100K'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'DTHS/100K'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  PCAP-DETAIL-LINE.
           05  PDL-COUNTRY             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDL-TOT-CNFRM           PIC ZZ,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDL-TOT-DEATH           PIC Z,ZZZ,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDL-CASE-RATE           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDL-DEATH-RATE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  PCAP-REGION-LINE.
           05  FILLER                  PIC X(15)
           05  WS-PRIOR-ENTRY OCCURS 200 TIMES.
               10  WS-PRIOR-CODE        PIC X(4).
               10  WS-PRIOR-TOT-CNFRM   PIC 9(8).
               10  WS-PRIOR-TOT-DEATH   PIC 9(7).
               10  WS-PRIOR-TOT-RECVR   PIC 9(8).

       01  WS-PRIOR-LOOKUP.
           05  WS-CURRENT-ENTRY OCCURS 200 TIMES.
               10  WS-CURRENT-CODE      PIC X(4).
               10  WS-CURRENT-TOT-CNFRM PIC 9(8).
               10  WS-CURRENT-TOT-DEATH PIC 9(7).
               10  WS-CURRENT-TOT-RECVR PIC 9(8).

       01  WS-CURRENT-LOOKUP.
           05  WS-RANK-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-RANK-ENTRY OCCURS 300 TIMES.
               10  WS-RANK-CODE         PIC X(4).
               10  WS-RANK-NEW-DEATH    PIC 9(7).
               10  WS-RANK-TOT-CNFRM    PIC 9(8).

       01  WS-RANK-LOOKUP.
           05  WS-RANK-LIMIT           PIC 9(3) VALUE ZERO.

       01  RANK-DISPLAY-FORMAT.
           05  RANK-NEW-DEATH          PIC Z,ZZZ,999.
           05  RANK-TOT-CNFRM          PIC ZZ,ZZZ,999.

       01 FLAGS.
       MAIN.
            PERFORM INITIALIZE-RUN.

      ****  // A CATCH-UP RUN RESTARTS BY RESUBMISSION - THE GUARD
      ****  // SKIPS EVERY FEED DATE ALREADY LOGGED CLEAN - SO A
      ****  // RECORD-LEVEL CHECKPOINT DOES NOT APPLY TO IT
            IF CATCH-UP-IS-ACTIVE AND RESTART-IS-ACTIVE
               DISPLAY WS-ASTER
               DISPLAY '*** CATCH-UP RUN - CHKPTIN IGNORED. FEED DATES '
                  'ALREADY COMPLETED ARE SKIPPED INSTEAD.'
               DISPLAY WS-ASTER
               MOVE 'N' TO WS-RESTART-SWITCH
            END-IF.

      ****  // A RESTART IS A DELIBERATE CONTINUATION OF A RUN THE
      ****  // GUARD ALREADY PASSED, SO ONLY A FRESH RUN IS CHECKED.
      ****  // A CATCH-UP RUN GUARDS EACH OF ITS FEED DATES IN TURN.
            IF NOT RESTART-IS-ACTIVE AND NOT CATCH-UP-IS-ACTIVE
               PERFORM CHECK-FEED-DATE-GUARD
            END-IF.

               DISPLAY WS-ASTER
            END-IF.

            IF NOT CATCH-UP-IS-ACTIVE
               OPEN INPUT IN001
            END-IF.
            OPEN OUTPUT PRIOROUT.
            OPEN OUTPUT CHKPTOUT.

      ****  // A FRESH OUTPUT - NOTHING TO EXTEND ON A RESTART
            OPEN OUTPUT PCAPOUT.

      ****  // CATCH-UP MODE TAKES EACH FEED DATE THROUGH THE SAME
      ****  // STEPS AS THE SINGLE-DATE RUN BELOW, ONE DATE AT A TIME,
      ****  // AND ENDS THE JOB WITH THE WORST DATE'S SEVERITY
            IF CATCH-UP-IS-ACTIVE
               PERFORM RUN-CATCH-UP-DATES
               PERFORM CLOSE-RUN-FILES
               MOVE WS-CU-MAX-RC TO RETURN-CODE
               STOP RUN
            END-IF.

      ****  // SEQUENCE THE FEED BY COUNTRY CODE AND TIMESTAMP SO THE
      ****  // SUBTOTAL CONTROL BREAKS AND THE COUNTRY-ORDERED REPORT
      ****  // COME OUT RIGHT HOWEVER THE API SEQUENCED THE TRANSFER
            PERFORM WRITE-RUN-AUDIT-RECORD.

            CLOSE IN001
            PERFORM CLOSE-RUN-FILES

            PERFORM CLASSIFY-RUN-SEVERITY.
            PERFORM WRITE-PUBLICATION-CONTROL.

            STOP RUN.

      ****  // EVERYTHING MAIN OPENED FOR THE RUN EXCEPT THE FEED
      ****  // ITSELF, WHICH A CATCH-UP RUN OPENS PER FEED DATE
       CLOSE-RUN-FILES.
            CLOSE PCAPOUT
            CLOSE EXCPTOUT
            CLOSE REPORTOUT
               CLOSE HISTJRNL
            END-IF
            CLOSE COVHIST
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF.

      ****  // GRADE THE RUN FOR THE SCHEDULER SO A BAD NIGHT HOLDS
      ****  // THE COVIDEXT LOAD AND PAGES THE ON-CALL ANALYST
      ****  //    4 - A WATCHLISTED COUNTRY BREACHED A DESK LIMIT
      ****  //    0 - CLEAN RUN
      ****  // MAIN SEPARATELY RETURNS 14 WHEN THE FEED-DATE GUARD
      ****  // STOPS A RERUN OF AN ALREADY-COMPLETED FEED DATE. A
      ****  // CATCH-UP RUN GRADES EVERY FEED DATE ON ITS OWN AND
      ****  // ENDS WITH THE WORST OF THEM.
       CLASSIFY-RUN-SEVERITY.
            EVALUATE TRUE
               WHEN CONTROL-CHECK-FAILED
               END-IF
            END-IF.

      ****  // CATCH-UP MODE - AFTER A SUPPLIER OUTAGE SEVERAL DAYS'
      ****  // FEEDS ARRIVE CONCATENATED AT COVIDIN. THE HDR/TRL
      ****  // BRACKETS ARE LISTED FIRST, THEN EACH FEED DATE RUNS IN
      ****  // DATE ORDER THROUGH THE SAME GUARD, SORT, CONTROLS,
      ****  // POSTINGS, AUDIT RECORD AND SIGN-OFF AS A SINGLE-DATE
      ****  // RUN. EACH DATE'S TOTALS BECOME THE NEXT DATE'S
      ****  // RECONCILIATION BASELINE, AS PRIOROUT WOULD HAVE BECOME
      ****  // PRIORIN. THE RUN STOPS AT THE FIRST DATE THAT FAILS ITS
      ****  // CONTROLS - THE DATES BEFORE IT STAY POSTED, LOGGED AND
      ****  // PENDING SIGN-OFF, AND RESUBMITTING THE SAME COVIDIN
      ****  // PICKS UP AT THE FAILED DATE BECAUSE THE GUARD SKIPS
      ****  // EVERY DATE ALREADY LOGGED CLEAN.
       RUN-CATCH-UP-DATES.
            PERFORM LIST-CATCH-UP-BRACKETS

            IF WS-CU-COUNT = ZERO
               DISPLAY WS-ASTER
               DISPLAY '*** FEED CONTROL FAILURE - CATCH-UP RUN FOUND '
                  'NO HDR HEADER RECORD ON COVIDIN. NOTHING '
                  'PROCESSED.'
               DISPLAY WS-ASTER
               MOVE 16 TO WS-CU-MAX-RC
            ELSE
               PERFORM ORDER-CATCH-UP-DATES
               PERFORM PROCESS-ONE-CATCH-UP-DATE
                  VARYING WS-CU-STEP FROM 1 BY 1
                  UNTIL WS-CU-STEP > WS-CU-COUNT
                     OR CATCH-UP-STOPPED
            END-IF

            PERFORM FINISH-CATCH-UP-RUN.

      ****  // ONE PASS OVER COVIDIN TO FIND EVERY BRACKET. A RECORD
      ****  // AHEAD OF THE FIRST HDR, OR AFTER A BRACKET'S TRL, IS
      ****  // CHARGED TO THAT BRACKET AS OUTSIDE IT - IT CANNOT BE
      ****  // SAFELY GIVEN TO ANY FEED DATE.
       LIST-CATCH-UP-BRACKETS.
            MOVE ZERO TO WS-CU-COUNT
            MOVE ZERO TO WS-CU-HDR-COUNT
            MOVE ZERO TO WS-CU-OPEN-IDX
            MOVE ZERO TO WS-CU-LEAD-STRAY
            MOVE 'N' TO WS-CU-SCAN-EOF

            OPEN INPUT IN001
            PERFORM READ-CATCH-UP-SCAN-RECORD
            PERFORM LIST-ONE-FEED-RECORD
               UNTIL CU-SCAN-AT-END
            CLOSE IN001

            IF CU-TABLE-OVERFLOWED
               DISPLAY WS-ASTER
               DISPLAY '*** CATCH-UP RUN - MORE THAN 60 FEED DATES ON '
                  'COVIDIN. ONLY THE FIRST 60 ARE TAKEN THIS RUN.'
               DISPLAY WS-ASTER
            END-IF.

       READ-CATCH-UP-SCAN-RECORD.
            READ IN001
            AT END MOVE 'Y' TO WS-CU-SCAN-EOF
            END-READ.

       LIST-ONE-FEED-RECORD.
            EVALUATE COVID-REC-FIELDS(1:4)
               WHEN 'HDR,'
                  PERFORM OPEN-CATCH-UP-BRACKET
               WHEN 'TRL,'
                  PERFORM CLOSE-CATCH-UP-BRACKET
               WHEN OTHER
                  PERFORM COUNT-CATCH-UP-DETAIL
            END-EVALUATE
            PERFORM READ-CATCH-UP-SCAN-RECORD.

       OPEN-CATCH-UP-BRACKET.
            ADD 1 TO WS-CU-HDR-COUNT

            IF WS-CU-HDR-COUNT > 60
               MOVE 'Y' TO WS-CU-TABLE-FULL
               MOVE ZERO TO WS-CU-OPEN-IDX
            ELSE
               MOVE WS-CU-HDR-COUNT TO WS-CU-COUNT
               MOVE WS-CU-HDR-COUNT TO WS-CU-OPEN-IDX
               MOVE SPACES TO WS-CU-FEED-DATE(WS-CU-OPEN-IDX)
               MOVE SPACES TO WS-CU-FEED-SOURCE(WS-CU-OPEN-IDX)
               UNSTRING COVID-REC-FIELDS DELIMITED BY ','
                  INTO WS-CTL-TAG
                       WS-CU-FEED-DATE(WS-CU-OPEN-IDX)
                       WS-CU-FEED-SOURCE(WS-CU-OPEN-IDX)
               END-UNSTRING
               MOVE ZERO TO WS-CU-DETAIL-COUNT(WS-CU-OPEN-IDX)
               MOVE 'N'  TO WS-CU-TRL-SEEN(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-TRL-COUNT(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-STRAY-COUNT(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-HASH-CNFRM(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-HASH-DEATH(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-UNPARSED(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-TRL-HASH-CNFRM(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-TRL-HASH-DEATH(WS-CU-OPEN-IDX)
               MOVE 'N'  TO WS-CU-DUP-FLAG(WS-CU-OPEN-IDX)
               MOVE 'NOT RUN' TO WS-CU-OUTCOME(WS-CU-OPEN-IDX)
               MOVE ZERO TO WS-CU-RC(WS-CU-OPEN-IDX)
               IF WS-CU-OPEN-IDX = 1
                  MOVE WS-CU-LEAD-STRAY TO WS-CU-STRAY-COUNT(1)
               END-IF
            END-IF.

      ****  // A SECOND TRL IN ONE BRACKET IS OUTSIDE IT AS WELL
       CLOSE-CATCH-UP-BRACKET.
            EVALUATE TRUE
               WHEN WS-CU-OPEN-IDX > ZERO
                  AND WS-CU-TRL-SEEN(WS-CU-OPEN-IDX) = 'Y'
                  ADD 1 TO WS-CU-STRAY-COUNT(WS-CU-OPEN-IDX)
               WHEN WS-CU-OPEN-IDX > ZERO
                  MOVE 'Y' TO WS-CU-TRL-SEEN(WS-CU-OPEN-IDX)
                  UNSTRING COVID-REC-FIELDS DELIMITED BY ','
                     INTO WS-CTL-TAG
                          WS-CU-TRL-COUNT(WS-CU-OPEN-IDX)
                          WS-CU-TRL-HASH-CNFRM(WS-CU-OPEN-IDX)
                          WS-CU-TRL-HASH-DEATH(WS-CU-OPEN-IDX)
                  END-UNSTRING
               WHEN NOT CU-TABLE-OVERFLOWED
                  ADD 1 TO WS-CU-LEAD-STRAY
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       COUNT-CATCH-UP-DETAIL.
            EVALUATE TRUE
               WHEN WS-CU-OPEN-IDX = ZERO
                  IF NOT CU-TABLE-OVERFLOWED
                     ADD 1 TO WS-CU-LEAD-STRAY
                  END-IF
               WHEN WS-CU-TRL-SEEN(WS-CU-OPEN-IDX) = 'Y'
                  ADD 1 TO WS-CU-STRAY-COUNT(WS-CU-OPEN-IDX)
               WHEN OTHER
                  ADD 1 TO WS-CU-DETAIL-COUNT(WS-CU-OPEN-IDX)
                  PERFORM HASH-CATCH-UP-DETAIL
            END-EVALUATE.

      ****  // THE ROW IS PARSED EXACTLY AS THE POSTING PASS WILL
      ****  // PARSE IT, SO THE BRACKET'S HASH TOTALS ARE THE ONES
      ****  // VERIFY-FEED-CONTROLS WOULD ARRIVE AT AFTER POSTING
       HASH-CATCH-UP-DETAIL.
            MOVE 'Y' TO WS-CU-LISTING-SWITCH
            MOVE COVID-REC-FIELDS TO WS-FEED-RECORD
            PERFORM PARSE-DETAIL-RECORD

            IF RECORD-IS-VALID
               ADD UCR-NEW-CNFRM TO WS-CU-HASH-CNFRM(WS-CU-OPEN-IDX)
               ADD UCR-NEW-DEATH TO WS-CU-HASH-DEATH(WS-CU-OPEN-IDX)
            ELSE
               ADD 1 TO WS-CU-UNPARSED(WS-CU-OPEN-IDX)
            END-IF
            MOVE 'N' TO WS-CU-LISTING-SWITCH.

      ****  // PUT THE BRACKETS IN FEED-DATE ORDER, THEN MARK THE
      ****  // LATER OF ANY TWO CARRYING THE SAME DATE - ONE DATE
      ****  // CANNOT BE PUBLISHED TWICE IN ONE RUN
       ORDER-CATCH-UP-DATES.
            PERFORM INIT-CATCH-UP-ORDER
               VARYING WS-CU-I FROM 1 BY 1
               UNTIL WS-CU-I > WS-CU-COUNT

            PERFORM SELECT-EARLIEST-FEED-DATE
               VARYING WS-CU-I FROM 1 BY 1
               UNTIL WS-CU-I > WS-CU-COUNT

            PERFORM MARK-REPEATED-FEED-DATE
               VARYING WS-CU-I FROM 2 BY 1
               UNTIL WS-CU-I > WS-CU-COUNT

            DISPLAY 'CATCH-UP RUN - ' WS-CU-COUNT ' FEED DATES FROM '
               WS-CU-FEED-DATE(WS-CU-ORDER-TAB(1)) ' TO '
               WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-COUNT)).

       INIT-CATCH-UP-ORDER.
            MOVE WS-CU-I TO WS-CU-ORDER-TAB(WS-CU-I).

       SELECT-EARLIEST-FEED-DATE.
            MOVE WS-CU-I TO WS-CU-BEST

            PERFORM FIND-EARLIEST-FEED-DATE
               VARYING WS-CU-J FROM WS-CU-I BY 1
               UNTIL WS-CU-J > WS-CU-COUNT

            MOVE WS-CU-ORDER-TAB(WS-CU-I) TO WS-CU-TEMP
            MOVE WS-CU-ORDER-TAB(WS-CU-BEST)
               TO WS-CU-ORDER-TAB(WS-CU-I)
            MOVE WS-CU-TEMP TO WS-CU-ORDER-TAB(WS-CU-BEST).

       FIND-EARLIEST-FEED-DATE.
            IF WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-J)) <
               WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-BEST))
               OR (WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-J)) =
                   WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-BEST))
                  AND WS-CU-ORDER-TAB(WS-CU-J) <
                      WS-CU-ORDER-TAB(WS-CU-BEST))
               MOVE WS-CU-J TO WS-CU-BEST
            END-IF.

       MARK-REPEATED-FEED-DATE.
            IF WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-I)) =
               WS-CU-FEED-DATE(WS-CU-ORDER-TAB(WS-CU-I - 1))
               MOVE 'Y' TO WS-CU-DUP-FLAG(WS-CU-ORDER-TAB(WS-CU-I))
            END-IF.

       PROCESS-ONE-CATCH-UP-DATE.
            MOVE WS-CU-ORDER-TAB(WS-CU-STEP) TO WS-CU-IDX
            PERFORM RESET-DATE-CONTROLS
            MOVE WS-CU-FEED-DATE(WS-CU-IDX) TO WS-FEED-DATE

            DISPLAY WS-ASTER
            DISPLAY 'CATCH-UP RUN - FEED DATE ' WS-FEED-DATE ' ('
               WS-CU-STEP ' OF ' WS-CU-COUNT ')'
            DISPLAY WS-ASTER

            PERFORM CHECK-CATCH-UP-GUARD

            IF FEED-DATE-ALREADY-RUN AND NOT REPROCESS-IS-FORCED
               MOVE 'SKIPPED' TO WS-CU-OUTCOME(WS-CU-IDX)
               ADD 1 TO WS-CU-SKIP-COUNT
               DISPLAY 'FEED DATE ' WS-FEED-DATE ' ALREADY COMPLETED '
                  'CLEANLY PER THE RUNLOG AUDIT TRAIL - SKIPPED.'
            ELSE
               PERFORM CHECK-CATCH-UP-BRACKET
               IF CONTROL-CHECK-FAILED
                  PERFORM FAIL-CATCH-UP-DATE
               ELSE
                  PERFORM RUN-CATCH-UP-DATE
               END-IF
            END-IF.

      ****  // THE SAME RUNLOG CHECK THE SINGLE-DATE RUN MAKES UP
      ****  // FRONT, FOR THIS ONE FEED DATE - INCLUDING THE MISSING-
      ****  // DAY WARNING AND THE QUARANTINE-RELEASE EXEMPTION
       CHECK-CATCH-UP-GUARD.
            MOVE WS-FEED-DATE TO WS-GUARD-FEED-DATE
            MOVE SPACES TO WS-GUARD-LATEST-DATE
            MOVE 'N' TO WS-GUARD-DUP-SWITCH

            IF WS-GUARD-FEED-DATE NOT = SPACES
               IF WS-CU-FEED-SOURCE(WS-CU-IDX) = 'QUARANTINE-RELEASE'
                  DISPLAY 'QUARANTINE-RELEASE FEED - FEED-DATE '
                     'GUARD BYPASSED FOR THIS DATE.'
               ELSE
                  PERFORM SCAN-RUNLOG-FOR-DATE
               END-IF
            END-IF

            IF FEED-DATE-ALREADY-RUN AND REPROCESS-IS-FORCED
               DISPLAY '*** FEED DATE ' WS-GUARD-FEED-DATE
                  ' ALREADY COMPLETED - REPROCESSING ON PARM '
                  'OVERRIDE.'
            END-IF.

      ****  // EVERY TRANSFER CHECK, HASH TOTALS INCLUDED, IS MADE FROM
      ****  // THE LISTING PASS BEFORE ANY ROW OF THE DATE IS POSTED
      ****  // OR WRITTEN TO COVIDEXT - A DATE THAT FAILS LEAVES
      ****  // NOTHING ON THE EXTRACT THE EARLIER DATES SHARE. AS IN
      ****  // VERIFY-FEED-CONTROLS, UNPARSEABLE ROWS ARE NOT IN THE
      ****  // HASH, SO WITH ANY OF THEM A MISMATCH IS ONLY WARNED.
       CHECK-CATCH-UP-BRACKET.
            EVALUATE TRUE
               WHEN WS-CU-FEED-DATE(WS-CU-IDX) = SPACES
                  MOVE 'HDR CARRIES NO FEED DATE'
                     TO WS-CU-FAIL-REASON
               WHEN WS-CU-DUP-FLAG(WS-CU-IDX) = 'Y'
                  MOVE 'FEED DATE REPEATED ON COVIDIN'
                     TO WS-CU-FAIL-REASON
               WHEN WS-CU-TRL-SEEN(WS-CU-IDX) NOT = 'Y'
                  MOVE 'NO TRL TRAILER FOR THIS HDR'
                     TO WS-CU-FAIL-REASON
               WHEN WS-CU-STRAY-COUNT(WS-CU-IDX) > ZERO
                  MOVE 'RECORDS OUTSIDE THE HDR/TRL BRACKET'
                     TO WS-CU-FAIL-REASON
               WHEN WS-CU-DETAIL-COUNT(WS-CU-IDX) NOT =
                    WS-CU-TRL-COUNT(WS-CU-IDX)
                  MOVE 'DETAIL COUNT DIFFERS FROM TRAILER'
                     TO WS-CU-FAIL-REASON
               WHEN (WS-CU-HASH-CNFRM(WS-CU-IDX) NOT =
                     WS-CU-TRL-HASH-CNFRM(WS-CU-IDX)
                     OR WS-CU-HASH-DEATH(WS-CU-IDX) NOT =
                     WS-CU-TRL-HASH-DEATH(WS-CU-IDX))
                  AND WS-CU-UNPARSED(WS-CU-IDX) = ZERO
                  MOVE 'HASH TOTALS DIFFER FROM TRAILER'
                     TO WS-CU-FAIL-REASON
               WHEN OTHER
                  MOVE SPACES TO WS-CU-FAIL-REASON
            END-EVALUATE

            IF WS-CU-FAIL-REASON NOT = SPACES
               MOVE 'Y' TO WS-CONTROL-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** FEED CONTROL FAILURE - FEED DATE '
                  WS-FEED-DATE ' - ' WS-CU-FAIL-REASON
               DISPLAY 'DETAIL RECORDS: ' WS-CU-DETAIL-COUNT(WS-CU-IDX)
                  ' TRAILER SAYS: ' WS-CU-TRL-COUNT(WS-CU-IDX)
                  ' OUTSIDE THE BRACKET: '
                  WS-CU-STRAY-COUNT(WS-CU-IDX)
               DISPLAY 'NEW CONFIRMED - ACCUMULATED: '
                  WS-CU-HASH-CNFRM(WS-CU-IDX) ' TRAILER: '
                  WS-CU-TRL-HASH-CNFRM(WS-CU-IDX)
               DISPLAY 'NEW DEATHS    - ACCUMULATED: '
                  WS-CU-HASH-DEATH(WS-CU-IDX) ' TRAILER: '
                  WS-CU-TRL-HASH-DEATH(WS-CU-IDX)
               DISPLAY WS-ASTER
            END-IF.

      ****  // NOTHING OF THE DATE WAS POSTED - LOG THE FAILED RUN
      ****  // AND LEAVE THE DATE HELD, THEN STOP
       FAIL-CATCH-UP-DATE.
            PERFORM WRITE-RUN-AUDIT-RECORD
            PERFORM GRADE-CATCH-UP-DATE
            PERFORM STOP-CATCH-UP-RUN.

       RUN-CATCH-UP-DATE.
            SORT SORT-FILE
               ON ASCENDING KEY SORT-COUNTRY-CODE
                                SORT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS CATCH-UP-INPUT-FEED
                  THRU CATCH-UP-INPUT-FEED-X
               OUTPUT PROCEDURE IS SORT-OUTPUT-PROCESS
                  THRU SORT-OUTPUT-PROCESS-X

            PERFORM VERIFY-FEED-CONTROLS
            PERFORM FLUSH-PROVINCE-ROLLUP
            PERFORM FLUSH-COUNTRY-SUBTOTAL
            PERFORM BUILD-TOP10-RANKINGS
            PERFORM DISPLAY-GRAND-TOTALS
            PERFORM WRITE-RUN-AUDIT-RECORD
            PERFORM GRADE-CATCH-UP-DATE

            IF CONTROL-CHECK-FAILED
               PERFORM STOP-CATCH-UP-RUN
            ELSE
               MOVE 'PUBLISHED' TO WS-CU-OUTCOME(WS-CU-IDX)
               ADD 1 TO WS-CU-DONE-COUNT
               MOVE WS-FEED-DATE TO WS-CU-LAST-GOOD-DATE
               MOVE WS-CURRENT-TOTALS-TABLE TO WS-PRIOR-TOTALS-TABLE
               PERFORM REOPEN-LOADED-HISTORY
            END-IF.

       GRADE-CATCH-UP-DATE.
            MOVE ZERO TO RETURN-CODE
            PERFORM CLASSIFY-RUN-SEVERITY
            PERFORM WRITE-PUBLICATION-CONTROL
            MOVE RETURN-CODE TO WS-CU-RC(WS-CU-IDX)

            IF RETURN-CODE > WS-CU-MAX-RC
               MOVE RETURN-CODE TO WS-CU-MAX-RC
            END-IF.

       STOP-CATCH-UP-RUN.
            MOVE 'FAILED' TO WS-CU-OUTCOME(WS-CU-IDX)
            MOVE 'Y' TO WS-CU-STOP-SWITCH
            MOVE WS-FEED-DATE TO WS-CU-STOP-DATE.

      ****  // A CLUSTER LOADED FRESH BY THIS DATE CANNOT BE READ
      ****  // BACK IN LOAD MODE - REOPEN IT FOR UPDATE SO THE NEXT
      ****  // DATE GETS ITS PLAUSIBILITY BASELINE AND RESTATEMENT
      ****  // CHECK LIKE ANY LATER NIGHT WOULD
       REOPEN-LOADED-HISTORY.
            IF COVHIST-LOAD-MODE
               CLOSE COVHIST
               OPEN I-O COVHIST
               IF WS-COVHIST-STATUS = '00'
                  MOVE 'U' TO WS-COVHIST-OPEN-MODE
               ELSE
                  MOVE 'X' TO WS-COVHIST-OPEN-MODE
                  DISPLAY WS-ASTER
                  DISPLAY '*** COVHIST COULD NOT BE REOPENED FOR '
                     'UPDATE - LATER FEED DATES WILL NOT BE POSTED '
                     'TO THE HISTORY MASTER. STATUS: '
                     WS-COVHIST-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF

            IF PROVHIST-LOAD-MODE
               CLOSE PROVHIST
               OPEN I-O PROVHIST
               IF WS-PROVHIST-STATUS = '00'
                  MOVE 'U' TO WS-PROVHIST-OPEN-MODE
               ELSE
                  MOVE 'X' TO WS-PROVHIST-OPEN-MODE
                  DISPLAY WS-ASTER
                  DISPLAY '*** PROVHIST COULD NOT BE REOPENED FOR '
                     'UPDATE - LATER FEED DATES WILL NOT BE POSTED '
                     'TO THE PROVINCE HISTORY. STATUS: '
                     WS-PROVHIST-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF.

      ****  // EVERY PER-DATE CONTROL, COUNTER AND TABLE STARTS CLEAN
      ****  // SO EACH FEED DATE IS PROVED, GRADED AND LOGGED ON ITS
      ****  // OWN
       RESET-DATE-CONTROLS.
            MOVE 'N' TO WS-HDR-SEEN
            MOVE 'N' TO WS-TRL-SEEN
            MOVE SPACES TO WS-FEED-DATE
            MOVE SPACES TO WS-FEED-SOURCE
            MOVE ZERO TO WS-TRL-REC-COUNT
            MOVE ZERO TO WS-TRL-HASH-CNFRM
            MOVE ZERO TO WS-TRL-HASH-DEATH
            MOVE ZERO TO WS-HASH-NEW-CNFRM
            MOVE ZERO TO WS-HASH-NEW-DEATH
            MOVE 'N' TO WS-CONTROL-FAIL
            MOVE 'N' TO WS-QUAR-BYPASS
            MOVE 'N' TO WS-RECON-ANY-FLAG
            MOVE 'N' TO WS-WATCH-FIRED
            MOVE 'U' TO WS-PUBCTL-MODE

            MOVE ZERO TO WS-REC-COUNT
            MOVE ZERO TO WS-EXCEPTION-COUNT
            MOVE ZERO TO WS-PUBLISH-COUNT
            MOVE ZERO TO WS-FILTER-SUPPRESS-COUNT
            MOVE ZERO TO WS-ROLLUP-COUNT
            MOVE ZERO TO WS-PROV-ROW-COUNT
            MOVE ZERO TO WS-QUARANTINE-COUNT
            MOVE ZERO TO WS-DIV-QUAR-COUNT
            MOVE ZERO TO WS-CORRECTION-COUNT
            MOVE ZERO TO WS-JOURNAL-COUNT
            MOVE ZERO TO WS-ALERT-COUNT
            MOVE ZERO TO WS-SUCCESSOR-COUNT

            MOVE ZERO TO WS-GRAND-NEW-CNFRM
            MOVE ZERO TO WS-GRAND-TOT-CNFRM
            MOVE ZERO TO WS-GRAND-NEW-DEATH
            MOVE ZERO TO WS-GRAND-TOT-DEATH
            MOVE ZERO TO WS-GRAND-NEW-RECVR
            MOVE ZERO TO WS-GRAND-TOT-RECVR

            MOVE SPACES TO WS-PREV-COUNTRY-CODE
            MOVE 'Y' TO WS-FIRST-RECORD-SWITCH
            PERFORM RESET-COUNTRY-SUBTOTAL

            MOVE SPACES TO WS-LVL-CODE
            MOVE SPACES TO WS-LVL-DATE
            MOVE 'N' TO WS-LVL-COUNTRY-SEEN
            MOVE 'N' TO WS-LVL-PROV-SEEN
            MOVE 'N' TO WS-PROLL-ACTIVE

            MOVE ZERO TO WS-CURRENT-COUNT
            MOVE ZERO TO WS-RANK-COUNT.

      ****  // PRIOROUT AND THE PER-CAPITA REPORT COME FROM THE LAST
      ****  // DATE THAT COMPLETED - A FAILED DATE'S FIGURES NEVER
      ****  // BECOME TOMORROW'S BASELINE. WITH NO DATE COMPLETED,
      ****  // PRIORIN IS HANDED ON UNCHANGED.
       FINISH-CATCH-UP-RUN.
            MOVE WS-PRIOR-TOTALS-TABLE TO WS-CURRENT-TOTALS-TABLE
            MOVE WS-CU-LAST-GOOD-DATE TO WS-FEED-DATE
            PERFORM WRITE-PRIOR-TOTALS
            PERFORM WRITE-PERCAPITA-REPORT

            IF CU-TABLE-OVERFLOWED AND WS-CU-MAX-RC < 8
               MOVE 8 TO WS-CU-MAX-RC
            END-IF

            DISPLAY WS-ASTER
            DISPLAY '     CATCH-UP RUN SUMMARY - FEED DATES IN DATE '
               'ORDER'
            DISPLAY WS-ASTER
            PERFORM DISPLAY-ONE-CATCH-UP-DATE
               VARYING WS-CU-STEP FROM 1 BY 1
               UNTIL WS-CU-STEP > WS-CU-COUNT
            DISPLAY 'FEED DATES PUBLISHED: ' WS-CU-DONE-COUNT
            DISPLAY 'FEED DATES SKIPPED AS ALREADY COMPLETE: '
               WS-CU-SKIP-COUNT
            IF CATCH-UP-STOPPED
               DISPLAY '*** RUN STOPPED AT FEED DATE ' WS-CU-STOP-DATE
                  ' ON A FEED CONTROL FAILURE. LATER DATES WERE NOT '
                  'PROCESSED.'
               DISPLAY '*** CORRECT COVIDIN AND RESUBMIT WITH PARM '
                  'CATCHUP - COMPLETED DATES ARE SKIPPED.'
            END-IF
            DISPLAY 'JOB SEVERITY (WORST FEED DATE): ' WS-CU-MAX-RC
            DISPLAY WS-ASTER.

       DISPLAY-ONE-CATCH-UP-DATE.
            MOVE WS-CU-ORDER-TAB(WS-CU-STEP) TO WS-CU-IDX
            DISPLAY '  ' WS-CU-FEED-DATE(WS-CU-IDX) '  '
               WS-CU-OUTCOME(WS-CU-IDX) '  SEVERITY '
               WS-CU-RC(WS-CU-IDX).

      ****  // SORT INPUT SIDE - READ THE RAW FEED, PEEL OFF THE
      ****  // HDR/TRL CONTROL RECORDS, RELEASE EVERY DETAIL RECORD
      ****  // KEYED BY COUNTRY CODE AND TIMESTAMP
           ELSE
              MOVE SKW-TIMESTAMP TO SORT-TIMESTAMP
           END-IF
      ****  // A ROW UNDER A RETIRED CODE THAT THE SUCCESSOR TAKES
      ****  // OVER SORTS WITH THE SUCCESSOR'S OWN ROWS, SO THE
      ****  // COUNTRY BREAKS AND COVHIST POSTINGS SEE ONE COUNTRY
           IF REF-FILE-OPEN
              MOVE SKW-CODE             TO WS-REF-SEARCH-CODE
              MOVE SORT-TIMESTAMP(1:10) TO WS-REF-SEARCH-DATE
              PERFORM FIND-REF-ENTRY
              IF REF-RECORD-FOUND AND REF-CODE-RETIRED
                 AND WS-REF-SUCCESSOR NOT = SPACES
                 MOVE WS-REF-SUCCESSOR TO SORT-COUNTRY-CODE
              END-IF
           END-IF
           MOVE COVID-REC-FIELDS TO SORT-RECORD-DATA
           RELEASE SORT-REC.

       SORT-INPUT-FEED-X.
           EXIT.

      ****  // CATCH-UP SORT INPUT SIDE - READ COVIDIN FROM THE TOP
      ****  // AND RELEASE ONLY THE DETAIL RECORDS INSIDE THE BRACKET
      ****  // OF THE FEED DATE IN HAND. THE LISTING PASS HAS ALREADY
      ****  // PROVED THE BRACKET HOLDS NOTHING BUT ITS OWN ROWS.
       CATCH-UP-INPUT-FEED.
           MOVE SPACE TO LASTREC
           MOVE ZERO TO WS-CU-HDR-COUNT
           MOVE 'N' TO WS-CU-IN-BRACKET
           OPEN INPUT IN001
           PERFORM READ-FEED-FOR-SORT
           PERFORM RELEASE-CATCH-UP-RECORDS
              UNTIL LASTREC = 'Y'
           CLOSE IN001
           GO TO CATCH-UP-INPUT-FEED-X.

       RELEASE-CATCH-UP-RECORDS.
           EVALUATE TRUE
              WHEN COVID-REC-FIELDS(1:4) = 'HDR,'
                 ADD 1 TO WS-CU-HDR-COUNT
                 IF WS-CU-HDR-COUNT = WS-CU-IDX
                    MOVE 'Y' TO WS-CU-IN-BRACKET
                    PERFORM PROCESS-FEED-HEADER
                 ELSE
                    MOVE 'N' TO WS-CU-IN-BRACKET
                 END-IF
              WHEN NOT CU-IN-SELECTED-BRACKET
                 CONTINUE
              WHEN COVID-REC-FIELDS(1:4) = 'TRL,'
                 PERFORM PROCESS-FEED-TRAILER
                 MOVE 'N' TO WS-CU-IN-BRACKET
              WHEN OTHER
                 PERFORM RELEASE-ONE-DETAIL
           END-EVALUATE
           PERFORM READ-FEED-FOR-SORT.

       CATCH-UP-INPUT-FEED-X.
           EXIT.

       PREPARE-CSV-RECORD.
           MOVE SPACES TO WS-CSV-CLEANED
           MOVE ZERO TO WS-CSV-OUT-IDX
           PERFORM READ-RECORD
           IF LASTREC NOT = 'Y'
              PERFORM DISPLAY-RECORD
              IF NOT CATCH-UP-IS-ACTIVE
                 PERFORM CHECK-WRITE-CHECKPOINT
              END-IF
           END-IF.

       SORT-OUTPUT-PROCESS-X.
           WRITE CHECKPOINT-OUT-RECORD.

       DISPLAY-RECORD.
           PERFORM PARSE-DETAIL-RECORD

      ****  // ROLL EVERY PARSEABLE DETAIL RECORD INTO THE HASH
      ****  // ACCUMULATORS CHECKED AGAINST THE FEED TRAILER -
           END-IF.

      ****  // A WELL-FORMED ROW STILL HAS TO CARRY A COUNTRY CODE WE
      ****  // KNOW - UNKNOWN CODES, AND RETIRED CODES WITH NO ACTIVE
      ****  // SUCCESSOR, GO TO EXCPTOUT INSTEAD OF POLLUTING THE
      ****  // REPORT, EXTRACT AND BASELINE
           MOVE UCR-COUNTRY-CODE TO WS-ARRIVED-CODE
           IF RECORD-IS-VALID AND REF-FILE-OPEN
              PERFORM VALIDATE-COUNTRY-CODE
           END-IF.

              PERFORM CHECK-PLAUSIBILITY
           END-IF.

      ****  // A ROW THE SECOND SOURCE DISAGREES WITH BADLY IS HELD
      ****  // BACK THE SAME WAY - PROVINCE ROWS INCLUDED, SINCE THE
      ****  // COMPARISON WAS MADE ON THE COUNTRY ROLLUP
           IF RECORD-IS-VALID
              AND NOT ROW-IS-QUARANTINED
              AND NOT QUARANTINE-BYPASSED
              AND DIVERGENCE-IS-ACTIVE
              PERFORM CHECK-SOURCE-AGREEMENT
           END-IF.

           IF ROW-IS-QUARANTINED
              PERFORM WRITE-QUARANTINE-RECORD
              MOVE 'N' TO WS-PROCESS-RECORD
               ADD 1 TO WS-FILTER-SUPPRESS-COUNT
            END-IF.

      ****  // SPLIT THE FEED ROW INTO ITS FIELDS AND PROVE ITS SHAPE
      ****  // AND FIGURE WIDTHS. THE CATCH-UP LISTING PASS USES IT
      ****  // TO TOTAL A BRACKET'S HASHES BEFORE ANYTHING POSTS.
       PARSE-DETAIL-RECORD.
           MOVE 1 TO WS-UNSTRING-PTR
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE 'Y' TO WS-RECORD-VALID

           MOVE WS-FEED-RECORD TO WS-CSV-SOURCE
           PERFORM PREPARE-CSV-RECORD

      ****  // A DETAIL ROW CARRIES 10 FIELDS, OR 11 WHEN THE SOURCE
      ****  // SUPPLIES AN OPTIONAL PROVINCE BETWEEN THE SLUG AND
      ****  // THE FIGURES. COUNT THE REAL DELIMITERS (QUOTED ONES
      ****  // ARE ALREADY MASKED) AND PARSE THE MATCHING SHAPE.
           MOVE ZERO TO WS-COMMA-COUNT
           INSPECT WS-CSV-CLEANED
              TALLYING WS-COMMA-COUNT FOR ALL ','
           MOVE SPACES TO UCR-PROVINCE
           MOVE 'N' TO WS-PROVINCE-SWITCH

           IF WS-COMMA-COUNT = 10
              MOVE 'Y' TO WS-PROVINCE-SWITCH
              UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                 INTO UCR-COUNTRY
                      UCR-COUNTRY-CODE
                      UCR-SLUG
                      UCR-PROVINCE
                      UCR-NEW-CNFRM
                      UCR-TOT-CNFRM
                      UCR-NEW-DEATH
                      UCR-TOT-DEATH
                      UCR-NEW-RECVR
                      UCR-TOT-RECVR
                      UCR-TIMESTAMP
                 WITH POINTER WS-UNSTRING-PTR
                 TALLYING IN WS-FIELD-COUNT
                 ON OVERFLOW
                    MOVE 'N' TO WS-RECORD-VALID
              END-UNSTRING
           ELSE
              UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                 INTO UCR-COUNTRY
                      UCR-COUNTRY-CODE
                      UCR-SLUG
                      UCR-NEW-CNFRM
                      UCR-TOT-CNFRM
                      UCR-NEW-DEATH
                      UCR-TOT-DEATH
                      UCR-NEW-RECVR
                      UCR-TOT-RECVR
                      UCR-TIMESTAMP
                 WITH POINTER WS-UNSTRING-PTR
                 TALLYING IN WS-FIELD-COUNT
                 ON OVERFLOW
                    MOVE 'N' TO WS-RECORD-VALID
              END-UNSTRING
           END-IF.

           INSPECT UCR-COUNTRY
              REPLACING ALL WS-COMMA-MASK BY ','.

           INSPECT UCR-PROVINCE
              REPLACING ALL WS-COMMA-MASK BY ','.

           IF PROVINCE-DETAIL-ROW
              IF WS-FIELD-COUNT NOT = 11
                 MOVE 'N' TO WS-RECORD-VALID
              END-IF
           ELSE
              IF WS-FIELD-COUNT NOT = 10
                 MOVE 'N' TO WS-RECORD-VALID
              END-IF
           END-IF.

           IF NOT RECORD-IS-VALID
              MOVE 'INVALID FIELD COUNT' TO WS-EXCP-REASON
           END-IF.

      ****  // A FIGURE WITH MORE SIGNIFICANT DIGITS THAN ITS FIELD
      ****  // HAS ALREADY BEEN CUT DOWN BY THE UNSTRING - REJECT THE
      ****  // ROW RATHER THAN POST, SHIP AND RECONCILE A WRONG FIGURE.
      ****  // A CUT-DOWN ROW NEVER REACHES THE HASH ACCUMULATORS.
           IF RECORD-IS-VALID
              PERFORM CHECK-FIGURE-WIDTHS
           END-IF.

       DISPLAY-GRAND-TOTALS.
            MOVE WS-GRAND-NEW-CNFRM TO GT-NEW-CNFRM
            MOVE WS-GRAND-TOT-CNFRM TO GT-TOT-CNFRM
               DISPLAY '     RUN GRAND TOTALS - PARTIAL, RECORDS SINCE '
                  'RESTART ONLY'
            ELSE
               IF CATCH-UP-IS-ACTIVE
                  DISPLAY '     GRAND TOTALS FOR FEED DATE '
                     WS-FEED-DATE ' - ALL COUNTRIES PROCESSED'
               ELSE
                  DISPLAY '     RUN GRAND TOTALS - ALL COUNTRIES '
                     'PROCESSED'
               END-IF
            END-IF
            DISPLAY WS-ASTER
            DISPLAY 'GRAND NEW CONFIRMED CASES: ' GT-NEW-CNFRM
                    WS-PROV-ROW-COUNT
            DISPLAY 'ROWS QUARANTINED TO QUAROUT: '
                    WS-QUARANTINE-COUNT
            DISPLAY '  OF WHICH ON SOURCE DISAGREEMENT: '
                    WS-DIV-QUAR-COUNT
            DISPLAY 'RESTATEMENTS WRITTEN TO CORROUT: '
                    WS-CORRECTION-COUNT
            DISPLAY 'POSTINGS JOURNALED TO HISTJRNL: '
                    WS-JOURNAL-COUNT
            DISPLAY 'WATCHLIST ALERTS RAISED: ' WS-ALERT-COUNT
            DISPLAY 'ROWS POSTED UNDER A SUCCESSOR CODE: '
                    WS-SUCCESSOR-COUNT
            DISPLAY WS-ASTER.

      ****  // THE CHECK NEEDS A FAIR BASELINE - AT LEAST THREE
            ADD WS-QH-NEW-CNFRM(WS-QH-IDX) TO WS-QH-SUM-CNFRM
            ADD WS-QH-NEW-DEATH(WS-QH-IDX) TO WS-QH-SUM-DEATH.

       CHECK-SOURCE-AGREEMENT.
            MOVE 'N' TO WS-DIV-FOUND
            MOVE 1 TO WS-DIV-IDX

            PERFORM TEST-ONE-DIVERGENCE-ENTRY
               UNTIL WS-DIV-IDX > WS-DIV-COUNT
                  OR DIVERGENCE-FOUND

            IF DIVERGENCE-FOUND
               MOVE 'Y' TO WS-QUAR-SWITCH
               MOVE 'SOURCE DISAGREEMENT' TO WS-QUAR-REASON
               MOVE WS-DIV-PRIMARY(WS-DIV-MATCH-IDX) TO WS-QUAR-TRIP
               MOVE WS-DIV-SECONDARY(WS-DIV-MATCH-IDX) TO WS-QUAR-AVG
               ADD 1 TO WS-DIV-QUAR-COUNT
            END-IF.

      ****  // A ROW RE-KEYED TO A SUCCESSOR STILL MATCHES THE
      ****  // DIVERGENCE RECORDED UNDER THE CODE IT ARRIVED WITH
       TEST-ONE-DIVERGENCE-ENTRY.
            IF (WS-DIV-CODE(WS-DIV-IDX) = UCR-COUNTRY-CODE
                OR WS-DIV-CODE(WS-DIV-IDX) = WS-ARRIVED-CODE)
               AND WS-DIV-FEED-DATE(WS-DIV-IDX) = WS-FEED-DATE
               MOVE 'Y' TO WS-DIV-FOUND
               MOVE WS-DIV-IDX TO WS-DIV-MATCH-IDX
            END-IF
            ADD 1 TO WS-DIV-IDX.

       WRITE-QUARANTINE-RECORD.
            ADD 1 TO WS-QUARANTINE-COUNT
            MOVE WS-REC-COUNT    TO QA-REC-NUMBER
            MOVE WS-FEED-RECORD         TO EXCP-RAW-DATA
            WRITE EXCEPTION-RECORD.

       CHECK-FIGURE-WIDTHS.
            MOVE SPACES TO WS-FIGURE-CHECK-WORK
            IF PROVINCE-DETAIL-ROW
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO WS-FCK-SKIP
                       WS-FCK-SKIP
                       WS-FCK-SKIP
                       WS-FCK-SKIP
                       WS-FCK-FIGURE(1)
                       WS-FCK-FIGURE(2)
                       WS-FCK-FIGURE(3)
                       WS-FCK-FIGURE(4)
                       WS-FCK-FIGURE(5)
                       WS-FCK-FIGURE(6)
               END-UNSTRING
            ELSE
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO WS-FCK-SKIP
                       WS-FCK-SKIP
                       WS-FCK-SKIP
                       WS-FCK-FIGURE(1)
                       WS-FCK-FIGURE(2)
                       WS-FCK-FIGURE(3)
                       WS-FCK-FIGURE(4)
                       WS-FCK-FIGURE(5)
                       WS-FCK-FIGURE(6)
               END-UNSTRING
            END-IF

            PERFORM MEASURE-ONE-FIGURE
               VARYING WS-FCK-IDX FROM 1 BY 1
               UNTIL WS-FCK-IDX > 6
                  OR NOT RECORD-IS-VALID.

      ****  // LEADING ZEROS ARE PADDING, NOT SIGNIFICANT DIGITS
       MEASURE-ONE-FIGURE.
            MOVE ZERO TO WS-FCK-DIGITS
            MOVE 'N' TO WS-FCK-STARTED

            PERFORM COUNT-ONE-FIGURE-CHAR
               VARYING WS-FCK-CHAR-IDX FROM 1 BY 1
               UNTIL WS-FCK-CHAR-IDX > 20

            IF WS-FCK-DIGITS > WS-FIGURE-WIDTH(WS-FCK-IDX)
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'FIGURE OVERFLOW' TO WS-EXCP-REASON
               IF NOT CU-LISTING-PASS
                  DISPLAY '*** FIGURE OVERFLOW - ' UCR-COUNTRY-CODE ' '
                     UCR-TIMESTAMP(1:10) ' FIGURE ' WS-FCK-IDX ': '
                     WS-FCK-FIGURE(WS-FCK-IDX)
                     ' - ROW DIVERTED TO EXCPTOUT.'
               END-IF
            END-IF.

       COUNT-ONE-FIGURE-CHAR.
            IF WS-FCK-FIGURE(WS-FCK-IDX)(WS-FCK-CHAR-IDX:1) NOT = SPACE
               IF FIGURE-DIGITS-STARTED
                  ADD 1 TO WS-FCK-DIGITS
               ELSE
                  IF WS-FCK-FIGURE(WS-FCK-IDX)(WS-FCK-CHAR-IDX:1)
                        NOT = '0'
                     MOVE 'Y' TO WS-FCK-STARTED
                     ADD 1 TO WS-FCK-DIGITS
                  END-IF
               END-IF
            END-IF.

       WRITE-REPORT-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            MOVE UCR-TIMESTAMP(1:10) TO RPT-DATE
      ****  // PRINT THE OFFICIAL REFERENCE NAME WHEN WE HAVE ONE, SO
      ****  // THE REPORT DOES NOT VARY WITH THE FEED'S SPELLING
            IF REF-FILE-OPEN AND REF-RECORD-FOUND
               MOVE WS-REF-NAME(1:20) TO RPT-COUNTRY
            ELSE
               MOVE UCR-COUNTRY(1:20)   TO RPT-COUNTRY
            END-IF
      ****  // A SUM THE PUBLICATION FIELDS CANNOT CARRY MUST NOT GO
      ****  // OUT MOD THE FIELD WIDTH - DIVERT THE ROLLUP, SAY SO,
      ****  // AND LET THE RECONCILIATION SEVERITY HOLD THE LOAD
            IF WS-PROLL-NEW-CNFRM > 9999999
               OR WS-PROLL-NEW-DEATH > 9999999
               OR WS-PROLL-TOT-DEATH > 9999999
               OR WS-PROLL-NEW-RECVR > 9999999
               OR WS-PROLL-TOT-CNFRM > 99999999
               OR WS-PROLL-TOT-RECVR > 99999999
               DISPLAY '*** RECONCILIATION WARNING - PROVINCE '
               MOVE UCR-NEW-RECVR TO NEW-RECVR
               MOVE UCR-TOT-RECVR TO TOT-RECVR

               IF REF-FILE-OPEN
                  MOVE UCR-COUNTRY-CODE    TO WS-REF-SEARCH-CODE
                  MOVE UCR-TIMESTAMP(1:10) TO WS-REF-SEARCH-DATE
                  PERFORM FIND-REF-ENTRY
               END-IF

               PERFORM BUILD-FILTER-TABLE
            END-IF

            PERFORM OPEN-COUNTRY-REFERENCE.
            PERFORM LOAD-WATCHLIST.
            PERFORM LOAD-SOURCE-DIVERGENCE.
            PERFORM LOAD-PRIOR-TOTALS.
            PERFORM LOAD-CHECKPOINT.

      ****  // THE CLUSTER STAYS OPEN FOR THE WHOLE RUN - EVERY ROW
      ****  // RESOLVES ITS CODE BY KEY ON ITS OWN POSTING DATE
       OPEN-COUNTRY-REFERENCE.
            OPEN INPUT CTRYREF

            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
      ****     // WITHOUT THE REFERENCE FILE THE RUN STILL GOES, BUT
      ****     // CODES PASS UNVALIDATED AND NAMES PRINT AS THE FEED
               DISPLAY WS-ASTER
            END-IF.

      ****  // A CODE'S ENTRIES ARE CONTIGUOUS IN KEY ORDER AND RUN
      ****  // OLDEST FIRST - STOP AT THE FIRST ONE COVERING THE DATE,
      ****  // OR AT ONE STARTING AFTER IT
       FIND-REF-ENTRY.
            MOVE 'N' TO WS-REF-FOUND
            MOVE 'N' TO WS-REF-SCAN-END

            MOVE WS-REF-SEARCH-CODE TO REF-COUNTRY-CODE
            MOVE LOW-VALUES TO REF-EFF-FROM
            START CTRYREF KEY NOT < REF-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-REF-SCAN-END
            END-START

            PERFORM TEST-NEXT-REF-ENTRY
               UNTIL REF-SCAN-ENDED
                  OR REF-RECORD-FOUND.

       TEST-NEXT-REF-ENTRY.
            READ CTRYREF NEXT RECORD
            AT END MOVE 'Y' TO WS-REF-SCAN-END
            END-READ

            IF NOT REF-SCAN-ENDED
               IF REF-COUNTRY-CODE NOT = WS-REF-SEARCH-CODE
                  OR REF-EFF-FROM > WS-REF-SEARCH-DATE
                  MOVE 'Y' TO WS-REF-SCAN-END
               ELSE
                  IF REF-EFF-TO NOT < WS-REF-SEARCH-DATE
                     MOVE 'Y' TO WS-REF-FOUND
                     MOVE REF-COUNTRY-NAME   TO WS-REF-NAME
                     MOVE REF-REGION         TO WS-REF-REGION
                     MOVE REF-POPULATION     TO WS-REF-POPULATION
                     MOVE REF-CODE-STATUS    TO WS-REF-CODE-STATUS
                     MOVE REF-SUCCESSOR-CODE TO WS-REF-SUCCESSOR
                  END-IF
               END-IF
            END-IF.

      ****  // THE SORT KEEPS A COUNTRY'S ROWS CONTIGUOUS, SO ONE
      ****  // TRACKING KEY SUFFICES - IT RESETS WHENEVER THE
               END-IF
            END-IF.

      ****  // THE CODE IS JUDGED BY THE ENTRY IN EFFECT ON THE
      ****  // ROW'S OWN DATE, SO A ROW POSTED BEFORE A RETIREMENT
      ****  // STILL POSTS UNDER ITS ORIGINAL CODE
       VALIDATE-COUNTRY-CODE.
            MOVE UCR-COUNTRY-CODE    TO WS-REF-SEARCH-CODE
            MOVE UCR-TIMESTAMP(1:10) TO WS-REF-SEARCH-DATE
            PERFORM FIND-REF-ENTRY

            EVALUATE TRUE
               WHEN NOT REF-RECORD-FOUND
                  MOVE 'N' TO WS-RECORD-VALID
                  MOVE 'UNKNOWN COUNTRY CODE' TO WS-EXCP-REASON
               WHEN NOT REF-CODE-RETIRED
                  CONTINUE
               WHEN WS-REF-SUCCESSOR = SPACES
                  MOVE 'N' TO WS-RECORD-VALID
                  MOVE 'RETIRED COUNTRY CODE' TO WS-EXCP-REASON
               WHEN OTHER
                  PERFORM POST-UNDER-SUCCESSOR
            END-EVALUATE.

      ****  // THE SUCCESSOR MUST ITSELF BE ACTIVE ON THE ROW'S DATE -
      ****  // OTHERWISE THE ROW IS REJECTED AS BEFORE. THE REPORT,
      ****  // EXTRACT, BASELINE AND COVHIST ALL CARRY THE SUCCESSOR;
      ****  // EXCPTOUT AND QUAROUT KEEP THE RAW ROW AS RECEIVED.
       POST-UNDER-SUCCESSOR.
            MOVE UCR-COUNTRY-CODE TO WS-RETIRED-CODE
            MOVE WS-REF-SUCCESSOR TO WS-REF-SEARCH-CODE
            PERFORM FIND-REF-ENTRY

            IF REF-RECORD-FOUND AND NOT REF-CODE-RETIRED
               MOVE WS-REF-SEARCH-CODE TO UCR-COUNTRY-CODE
               ADD 1 TO WS-SUCCESSOR-COUNT
               DISPLAY 'RETIRED CODE ' WS-RETIRED-CODE ' '
                  UCR-TIMESTAMP(1:10) ' POSTED UNDER SUCCESSOR '
                  UCR-COUNTRY-CODE
            ELSE
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RETIRED COUNTRY CODE' TO WS-EXCP-REASON
            END-IF.

      ****  // WITHOUT A WATCHLIST AT THE DD THE RUN GOES EXACTLY AS
                  ' LIMITS ON WATCH.'
            END-IF.

      ****  // WITHOUT A DIVERGENCE FILE AT THE DD THE RUN GOES AS
      ****  // BEFORE - THE SECOND-SOURCE STEP OPTS IN BY WRITING IT
       LOAD-SOURCE-DIVERGENCE.
            OPEN INPUT SRCDIVR

            IF WS-SRCDIVR-STATUS = '00'
               PERFORM READ-DIVERGENCE-RECORD
               PERFORM ADD-DIVERGENCE-ENTRY
                  UNTIL SRCDIVR-AT-END
                     OR WS-DIV-COUNT = 300
               CLOSE SRCDIVR
               MOVE 'Y' TO WS-DIV-ACTIVE
               DISPLAY 'SOURCE DIVERGENCE LOADED - ' WS-DIV-COUNT
                  ' COUNTRIES IN DISAGREEMENT.'
            END-IF.

       READ-DIVERGENCE-RECORD.
            READ SRCDIVR
            AT END MOVE 'Y' TO WS-SRCDIVR-EOF
            END-READ.

       ADD-DIVERGENCE-ENTRY.
            IF DV-SOURCES-DISAGREE
               ADD 1 TO WS-DIV-COUNT
               MOVE DV-COUNTRY-CODE    TO WS-DIV-CODE(WS-DIV-COUNT)
               MOVE DV-FEED-DATE       TO WS-DIV-FEED-DATE(WS-DIV-COUNT)
               MOVE DV-PRIMARY-VALUE   TO WS-DIV-PRIMARY(WS-DIV-COUNT)
               MOVE DV-SECONDARY-VALUE
                  TO WS-DIV-SECONDARY(WS-DIV-COUNT)
            END-IF

            PERFORM READ-DIVERGENCE-RECORD.

       READ-WATCHLIST-RECORD.
            READ WATCHLST
            AT END MOVE 'Y' TO WS-WATCHLST-EOF
               DISPLAY WS-ASTER
            END-IF.

      ****  // EVERY RUN LEAVES ITS FEED DATE PENDING SIGN-OFF, WITH
      ****  // THE SEVERITY JUST GRADED. A RERUN OF A DATE ALREADY
      ****  // DECIDED PUTS IT BACK TO PENDING - THE SUPERVISOR SIGNED
      ****  // OFF THE EARLIER FIGURES, NOT THESE. WITHOUT A FEED
      ****  // DATE OR THE FILE THERE IS NOTHING TO SIGN OFF, SO THE
      ****  // RELEASE GATE KEEPS THE LOAD HELD.
       WRITE-PUBLICATION-CONTROL.
            MOVE RETURN-CODE TO WS-PUBCTL-SEVERITY

            IF WS-FEED-DATE = SPACES
               DISPLAY WS-ASTER
               DISPLAY '*** NO FEED DATE ON THIS RUN - NO PUBLICATION '
                  'CONTROL RECORD WRITTEN. THE LOAD STAYS HELD.'
               DISPLAY WS-ASTER
            ELSE
               OPEN I-O PUBCTL
               IF WS-PUBCTL-STATUS NOT = '00'
                  OPEN OUTPUT PUBCTL
                  MOVE 'L' TO WS-PUBCTL-MODE
               END-IF

               IF WS-PUBCTL-STATUS = '00'
                  PERFORM POST-PUBLICATION-CONTROL
                  CLOSE PUBCTL
               ELSE
                  DISPLAY WS-ASTER
                  DISPLAY '*** PUBCTL COULD NOT BE OPENED - FEED DATE '
                     WS-FEED-DATE ' NOT SET PENDING. THE LOAD STAYS '
                     'HELD. STATUS: ' WS-PUBCTL-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF.

       POST-PUBLICATION-CONTROL.
            MOVE 'N' TO WS-PUBCTL-FOUND
            MOVE WS-FEED-DATE TO PC-FEED-DATE

            IF NOT PUBCTL-LOAD-MODE
               READ PUBCTL
                  INVALID KEY
                     MOVE 'N' TO WS-PUBCTL-FOUND
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-PUBCTL-FOUND
               END-READ
            END-IF

            IF PUBCTL-RECORD-FOUND AND NOT PC-PENDING
               DISPLAY WS-ASTER
               DISPLAY '*** FEED DATE ' WS-FEED-DATE ' WAS '
                  PC-STATUS ' BY ' PC-DECISION-USERID
                  ' - RESET TO PENDING FOR A FRESH SIGN-OFF.'
               DISPLAY WS-ASTER
            END-IF

            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-AUDIT-TIME FROM TIME
            MOVE SPACES TO PUBLICATION-CONTROL-RECORD
            MOVE WS-FEED-DATE         TO PC-FEED-DATE
            MOVE 'PENDING'            TO PC-STATUS
            MOVE WS-AUDIT-DATE        TO PC-RUN-DATE
            MOVE WS-AUDIT-TIME(1:6)   TO PC-RUN-TIME
            MOVE WS-PUBCTL-SEVERITY   TO PC-RUN-SEVERITY
            MOVE WS-RESTART-SWITCH    TO PC-RESTART-FLAG
            MOVE WS-CONTROL-FAIL      TO PC-CONTROL-FLAG
            MOVE WS-REC-COUNT         TO PC-REC-COUNT
            MOVE WS-PUBLISH-COUNT     TO PC-PUBLISH-COUNT
            MOVE WS-EXCEPTION-COUNT   TO PC-EXCP-COUNT
            MOVE WS-FILTER-SUPPRESS-COUNT TO PC-FILTER-COUNT
            MOVE WS-QUARANTINE-COUNT  TO PC-QUAR-COUNT
            MOVE WS-PROV-ROW-COUNT    TO PC-PROV-COUNT
            MOVE WS-ROLLUP-COUNT      TO PC-ROLLUP-COUNT
            MOVE WS-CORRECTION-COUNT  TO PC-CORR-COUNT
            MOVE WS-ALERT-COUNT       TO PC-ALERT-COUNT
            MOVE WS-GRAND-NEW-CNFRM   TO PC-GRAND-NEW-CNFRM
            MOVE WS-GRAND-TOT-CNFRM   TO PC-GRAND-TOT-CNFRM
            MOVE WS-GRAND-NEW-DEATH   TO PC-GRAND-NEW-DEATH
            MOVE WS-GRAND-TOT-DEATH   TO PC-GRAND-TOT-DEATH
            MOVE WS-GRAND-NEW-RECVR   TO PC-GRAND-NEW-RECVR
            MOVE WS-GRAND-TOT-RECVR   TO PC-GRAND-TOT-RECVR

            IF PUBCTL-RECORD-FOUND
               REWRITE PUBLICATION-CONTROL-RECORD
            ELSE
               WRITE PUBLICATION-CONTROL-RECORD
            END-IF

            IF WS-PUBCTL-STATUS = '00'
               DISPLAY 'FEED DATE ' WS-FEED-DATE
                  ' IS PENDING PUBLICATION SIGN-OFF.'
            ELSE
               DISPLAY WS-ASTER
               DISPLAY '*** PUBCTL RECORD FOR ' WS-FEED-DATE
                  ' NOT WRITTEN. THE LOAD STAYS HELD. STATUS: '
                  WS-PUBCTL-STATUS
               DISPLAY WS-ASTER
            END-IF.

       WRITE-PERCAPITA-REPORT.
            IF RESTART-IS-ACTIVE
               DISPLAY WS-ASTER
               DISPLAY WS-ASTER
            END-IF

            IF NOT REF-FILE-OPEN
               WRITE PCAP-LINE FROM PCAP-NOTICE-LINE
            ELSE
               PERFORM SET-PCAP-AS-OF-DATE
               PERFORM ROLL-ONE-PCAP-COUNTRY
                  VARYING WS-CURRENT-IDX FROM 1 BY 1
                  UNTIL WS-CURRENT-IDX > WS-CURRENT-COUNT
               END-IF
            END-IF.

      ****  // THE FEED DATE WHEN THE HEADER SUPPLIED ONE, OTHERWISE
      ****  // TODAY
       SET-PCAP-AS-OF-DATE.
            IF WS-FEED-DATE NOT = SPACES
               MOVE WS-FEED-DATE TO WS-PCAP-AS-OF
            ELSE
               ACCEPT WS-PCAP-TODAY FROM DATE YYYYMMDD
               MOVE WS-PCAP-TODAY(1:4) TO WS-PCAP-AS-OF-YYYY
               MOVE WS-PCAP-TODAY(5:2) TO WS-PCAP-AS-OF-MM
               MOVE WS-PCAP-TODAY(7:2) TO WS-PCAP-AS-OF-DD
            END-IF.

       ROLL-ONE-PCAP-COUNTRY.
            MOVE WS-CURRENT-CODE(WS-CURRENT-IDX) TO WS-REF-SEARCH-CODE
            MOVE WS-PCAP-AS-OF TO WS-REF-SEARCH-DATE
            PERFORM FIND-REF-ENTRY

            IF REF-RECORD-FOUND
               PERFORM WRITE-PCAP-HEADERS
            END-IF

            MOVE WS-REF-NAME(1:20)               TO PDL-COUNTRY
            MOVE WS-CURRENT-CODE(WS-CURRENT-IDX) TO PDL-CODE
            MOVE WS-REF-REGION                   TO PDL-REGION
            MOVE WS-REF-POPULATION               TO PDL-POPULATION
            MOVE WS-CURRENT-TOT-CNFRM(WS-CURRENT-IDX)
               TO PDL-TOT-CNFRM
            MOVE WS-CURRENT-TOT-DEATH(WS-CURRENT-IDX)
               TO PDL-TOT-DEATH

            IF WS-REF-POPULATION > ZERO
               COMPUTE WS-PCAP-CASE-RATE ROUNDED =
                  WS-CURRENT-TOT-CNFRM(WS-CURRENT-IDX) * 100000
                  / WS-REF-POPULATION
               COMPUTE WS-PCAP-DEATH-RATE ROUNDED =
                  WS-CURRENT-TOT-DEATH(WS-CURRENT-IDX) * 100000
                  / WS-REF-POPULATION
            ELSE
               MOVE ZERO TO WS-PCAP-CASE-RATE
               MOVE ZERO TO WS-PCAP-DEATH-RATE
               IF WS-REGION-COUNT < 20
                  ADD 1 TO WS-REGION-COUNT
                  MOVE WS-REGION-COUNT TO WS-REGION-MATCH-IDX
                  MOVE WS-REF-REGION
                     TO WS-REGION-NAME(WS-REGION-MATCH-IDX)
                  MOVE ZERO TO WS-REGION-POP(WS-REGION-MATCH-IDX)
                  MOVE ZERO TO WS-REGION-TOT-CNFRM(WS-REGION-MATCH-IDX)
            END-IF

            IF REGION-RECORD-FOUND
               ADD WS-REF-POPULATION
                  TO WS-REGION-POP(WS-REGION-MATCH-IDX)
               ADD WS-CURRENT-TOT-CNFRM(WS-CURRENT-IDX)
                  TO WS-REGION-TOT-CNFRM(WS-REGION-MATCH-IDX)
            END-IF.

       TEST-ONE-REGION-ENTRY.
            IF WS-REGION-NAME(WS-REGION-IDX) = WS-REF-REGION
               MOVE 'Y' TO WS-REGION-FOUND
               MOVE WS-REGION-IDX TO WS-REGION-MATCH-IDX
            END-IF
                  PERFORM SET-QUARANTINE-MULTIPLE
               WHEN WS-PARM-TOKEN(1:9) = 'REPROCESS'
                  MOVE 'Y' TO WS-REPROCESS-SWITCH
               WHEN WS-PARM-TOKEN(1:7) = 'CATCHUP'
                  MOVE 'Y' TO WS-CATCH-UP-SWITCH
                  DISPLAY 'CATCH-UP RUN - EVERY FEED DATE ON COVIDIN '
                     'WILL BE PROCESSED IN DATE ORDER.'
               WHEN OTHER
                  ADD 1 TO WS-FILTER-COUNT
                  MOVE WS-PARM-TOKEN(1:4)
