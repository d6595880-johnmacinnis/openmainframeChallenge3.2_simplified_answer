      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Subscriber distribution run for the daily extract. Runs after
      * CBLCOVID and cuts COVIDEXT - and, for the subscribers who ask
      * for them, the day's CORROUT restatements - into one output
      * per subscriber, as laid down on the SUBPROF profile file:
      * which countries (a list of codes, a CTRYREF region, or all),
      * fixed or comma-delimited rows, which of the six figures and
      * which derived rates (case fatality %, recovery %, cases and
      * deaths per 100,000 from the REF-POPULATION in effect on the
      * row's report date), and whether corrections go out as
      * well. Each profile names its output
      * slot 01-08, written at DD SUBOUT01 to SUBOUT08.
      * Every row starts with a row type - D for an extract row, C
      * for the after image of a restated posting - then the country
      * code and the report date, then the chosen figures and rates
      * in the order above. Fixed rows carry each figure as 9(8) and
      * each rate as 9(7)V99 with the decimal point implied; delimited
      * rows carry them without leading zeros under a header row
      * naming the columns.
      * The DISTMFST delivery manifest carries one record per
      * subscriber with the rows sent and a hash total - the sum of
      * every figure and rate on the file, rates taken in hundredths -
      * so each subscriber can prove the file arrived complete. It
      * names the earliest and latest report dates on the extract, as
      * a catch-up run of CBLCOVID leaves several days on COVIDEXT.
      *-----------------------
       PROGRAM-ID.    CBLDIST.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT SUBPROF ASSIGN TO SUBPROF
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBPROF-STATUS.

             SELECT COVIDEXT ASSIGN TO COVIDEXT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-COVIDEXT-STATUS.

             SELECT CORROUT ASSIGN TO CORROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CORROUT-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT SUBOUT01 ASSIGN TO SUBOUT01
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT02 ASSIGN TO SUBOUT02
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT03 ASSIGN TO SUBOUT03
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT04 ASSIGN TO SUBOUT04
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT05 ASSIGN TO SUBOUT05
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT06 ASSIGN TO SUBOUT06
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT07 ASSIGN TO SUBOUT07
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT SUBOUT08 ASSIGN TO SUBOUT08
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUBOUT-STATUS.

             SELECT DISTMFST ASSIGN TO DISTMFST
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      ****  // DESK-MAINTAINED PROFILES - ONE SUBSCRIBER PER ROW:
      ****  // SELECTION TYPE C (CODE LIST), R (REGION) OR A (ALL);
      ****  // FORMAT F (FIXED) OR D (DELIMITED); Y/N FLAGS FOR THE
      ****  // SIX FIGURES (NEW/TOTAL CONFIRMED, NEW/TOTAL DEATHS,
      ****  // NEW/TOTAL RECOVERED) AND THE FOUR RATES (CFR %,
      ****  // RECOVERY %, CASES/100K, DEATHS/100K); Y/N FOR
      ****  // CORRECTIONS; AND FOR TYPE C THE CODES, COMMA-SEPARATED
       FD  SUBPROF RECORDING MODE F.
       01  SUBSCRIBER-PROFILE-RECORD.
           05  SP-SUBSCRIBER-ID    PIC X(8).
           05  FILLER              PIC X(1).
           05  SP-OUTPUT-SLOT      PIC X(2).
           05  FILLER              PIC X(1).
           05  SP-SELECT-TYPE      PIC X(1).
           05  FILLER              PIC X(1).
           05  SP-REGION           PIC X(20).
           05  FILLER              PIC X(1).
           05  SP-FORMAT           PIC X(1).
           05  FILLER              PIC X(1).
           05  SP-FIGURE-FLAGS.
               10  SP-FIGURE-FLAG OCCURS 6 TIMES PIC X(1).
           05  FILLER              PIC X(1).
           05  SP-RATE-FLAGS.
               10  SP-RATE-FLAG OCCURS 4 TIMES PIC X(1).
           05  FILLER              PIC X(1).
           05  SP-CORRECTIONS      PIC X(1).
           05  FILLER              PIC X(1).
           05  SP-COUNTRY-LIST     PIC X(60).
           05  FILLER              PIC X(9).

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

       FD  CORROUT RECORDING MODE F.
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

      ****  // SUBSCRIBER FILES GO OUT AT THEIR BUILT LENGTH, SAME
      ****  // AS THE DASHBOARD EXPORT
       FD  SUBOUT01 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT01-RECORD         PIC X(200).

       FD  SUBOUT02 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT02-RECORD         PIC X(200).

       FD  SUBOUT03 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT03-RECORD         PIC X(200).

       FD  SUBOUT04 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT04-RECORD         PIC X(200).

       FD  SUBOUT05 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT05-RECORD         PIC X(200).

       FD  SUBOUT06 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT06-RECORD         PIC X(200).

       FD  SUBOUT07 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT07-RECORD         PIC X(200).

       FD  SUBOUT08 RECORDING MODE V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
           DEPENDING ON WS-OUT-LEN.
       01  SUBOUT08-RECORD         PIC X(200).

      ****  // ONE RECORD PER SUBSCRIBER - STATUS D WHEN THE FILE
      ****  // WENT OUT, F WHEN ITS DD COULD NOT BE OPENED OR A ROW
      ****  // WOULD NOT FIT THE RECORD. MF-FEED-DATE IS THE EARLIEST
      ****  // REPORT DATE ON THE EXTRACT, MF-LAST-FEED-DATE THE LATEST.
       FD  DISTMFST RECORDING MODE F.
       01  MANIFEST-RECORD.
           05  MF-SUBSCRIBER-ID    PIC X(8).
           05  MF-OUTPUT-DD        PIC X(8).
           05  MF-FEED-DATE        PIC X(10).
           05  MF-FORMAT           PIC X(1).
           05  MF-STATUS           PIC X(1).
           05  MF-EXTRACT-ROWS     PIC 9(7).
           05  MF-CORRECTION-ROWS  PIC 9(7).
           05  MF-ROW-COUNT        PIC 9(7).
           05  MF-HASH-TOTAL       PIC 9(15).
           05  MF-RUN-DATE         PIC X(8).
           05  MF-RUN-TIME         PIC X(6).
           05  MF-LAST-FEED-DATE   PIC X(10).
           05  FILLER              PIC X(2).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-SUBPROF-STATUS       PIC XX VALUE '00'.

       01  WS-COVIDEXT-STATUS      PIC XX VALUE '00'.

       01  WS-CORROUT-STATUS       PIC XX VALUE '00'.

       01  WS-CTRYREF-STATUS       PIC XX VALUE '00'.

       01  WS-SUBOUT-STATUS        PIC XX VALUE '00'.

       01  WS-PROF-EOF             PIC X VALUE 'N'.
           88  PROF-AT-END             VALUE 'Y'.

       01  WS-EXT-EOF              PIC X VALUE 'N'.
           88  EXT-AT-END              VALUE 'Y'.

       01  WS-CORR-EOF             PIC X VALUE 'N'.
           88  CORR-AT-END             VALUE 'Y'.

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
           05  WS-REF-REGION        PIC X(20) VALUE SPACES.
           05  WS-REF-POPULATION    PIC 9(10) VALUE ZERO.

      ****  // THE VALID PROFILES - AT MOST ONE PER OUTPUT SLOT
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUB-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-SUB-IDX           PIC 9(2) VALUE ZERO.
           05  WS-SUB-ENTRY OCCURS 8 TIMES.
               10  WS-SUB-ID            PIC X(8).
               10  WS-SUB-SLOT          PIC 9(2).
               10  WS-SUB-SELECT        PIC X(1).
               10  WS-SUB-REGION        PIC X(20).
               10  WS-SUB-FORMAT        PIC X(1).
                   88  SUB-FIXED-FORMAT     VALUE 'F'.
               10  WS-SUB-FIGURE-FLAG OCCURS 6 TIMES PIC X(1).
               10  WS-SUB-RATE-FLAG OCCURS 4 TIMES PIC X(1).
               10  WS-SUB-CORRECTIONS   PIC X(1).
                   88  SUB-WANTS-CORRECTIONS VALUE 'Y'.
               10  WS-SUB-CODE-COUNT    PIC 9(2).
               10  WS-SUB-CODE OCCURS 15 TIMES PIC X(4).
               10  WS-SUB-OPEN          PIC X(1).
                   88  SUB-OUTPUT-OPEN      VALUE 'Y'.
               10  WS-SUB-EXTRACT-ROWS  PIC 9(7).
               10  WS-SUB-CORR-ROWS     PIC 9(7).
               10  WS-SUB-HASH          PIC 9(15).
               10  WS-SUB-ROW-FAILED    PIC X(1).
                   88  SUB-ROW-TOO-LONG     VALUE 'Y'.

       01  WS-PROFILE-CONTROLS.
           05  WS-PROF-READ-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-PROF-REJECT-COUNT PIC 9(3) VALUE ZERO.
           05  WS-PROF-VALID        PIC X VALUE 'Y'.
               88  PROFILE-IS-VALID     VALUE 'Y'.
           05  WS-PROF-REASON       PIC X(40) VALUE SPACES.
           05  WS-PROF-SLOT         PIC 9(2) VALUE ZERO.
           05  WS-FLAG-IDX          PIC 9(2) VALUE ZERO.
           05  WS-FLAGS-ON          PIC 9(2) VALUE ZERO.
           05  WS-SLOT-TAKEN        PIC X VALUE 'N'.
               88  SLOT-ALREADY-TAKEN   VALUE 'Y'.
           05  WS-LIST-PTR          PIC 9(3) VALUE 1.
           05  WS-LIST-TOKEN        PIC X(8).
           05  WS-CODE-IDX          PIC 9(2) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-EXT-READ-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CORR-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-OPEN-FAIL-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-CORR-MISSED       PIC X VALUE 'N'.
               88  CORRECTIONS-MISSED   VALUE 'Y'.

       01  WS-FEED-DATE             PIC X(10) VALUE SPACES.
       01  WS-LAST-FEED-DATE        PIC X(10) VALUE SPACES.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-TIME          PIC 9(8) VALUE ZERO.

      ****  // THE ROW IN HAND, EXTRACT OR CORRECTION, IN ONE SHAPE -
      ****  // FIGURES IN PROFILE FLAG ORDER, RATES LIKEWISE
       01  WS-DIST-ROW.
           05  WS-DIST-TYPE         PIC X(1).
           05  WS-DIST-CODE         PIC X(4).
           05  WS-DIST-DATE         PIC X(10).
           05  WS-DIST-FIGURE OCCURS 6 TIMES PIC 9(8).
           05  WS-DIST-RATE OCCURS 4 TIMES PIC 9(7)V99.

       01  WS-DIST-SELECT.
           05  WS-SUB-WANTS-ROW     PIC X VALUE 'N'.
               88  SUBSCRIBER-WANTS-ROW VALUE 'Y'.

       01  WS-FIGURE-NAMES.
           05  FILLER               PIC X(16) VALUE 'NEW_CONFIRMED'.
           05  FILLER               PIC X(16) VALUE 'TOTAL_CONFIRMED'.
           05  FILLER               PIC X(16) VALUE 'NEW_DEATHS'.
           05  FILLER               PIC X(16) VALUE 'TOTAL_DEATHS'.
           05  FILLER               PIC X(16) VALUE 'NEW_RECOVERED'.
           05  FILLER               PIC X(16) VALUE 'TOTAL_RECOVERED'.
       01  WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.
           05  WS-FIGURE-NAME OCCURS 6 TIMES PIC X(16).

       01  WS-RATE-NAMES.
           05  FILLER               PIC X(16) VALUE 'CFR_PCT'.
           05  FILLER               PIC X(16) VALUE 'RECOVERY_PCT'.
           05  FILLER               PIC X(16) VALUE 'CASES_PER_100K'.
           05  FILLER               PIC X(16) VALUE 'DEATHS_PER_100K'.
       01  WS-RATE-NAME-TABLE REDEFINES WS-RATE-NAMES.
           05  WS-RATE-NAME OCCURS 4 TIMES PIC X(16).

      ****  // ROW BUILD WORK - THE ROW GROWS THROUGH THE STRING
      ****  // POINTER SO EVERY PIECE LANDS TRIMMED. A ROW THAT WILL
      ****  // NOT FIT IS NEVER WRITTEN CUT SHORT.
       01  WS-OUT-BUILD-WORK.
           05  WS-OUT-ROW           PIC X(200).
           05  WS-OUT-OVERFLOW      PIC X VALUE 'N'.
               88  OUT-ROW-OVERFLOWED   VALUE 'Y'.
           05  WS-OUT-PTR           PIC 9(3) VALUE 1.
           05  WS-OUT-LEN           PIC 9(3) VALUE ZERO.
           05  WS-CODE-LEN          PIC 9(2) VALUE ZERO.
           05  WS-TRIM-IDX          PIC 9(2) VALUE ZERO.
           05  WS-FIG-START         PIC 9(2) VALUE 1.
           05  WS-OUT-FIG           PIC 9(8) VALUE ZERO.
           05  WS-OUT-RATE          PIC 9(7)V99 VALUE ZERO.
           05  WS-OUT-RATE-TEXT REDEFINES WS-OUT-RATE PIC X(9).
           05  WS-RATE-EDIT         PIC ZZZZZZ9.99.
           05  WS-RATE-START        PIC 9(2) VALUE 1.
           05  WS-VALUE-IDX         PIC 9(2) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
            OPEN INPUT SUBPROF.
            IF WS-SUBPROF-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLDIST - SUBPROF SUBSCRIBER PROFILES '
                  'COULD NOT BE OPENED. STATUS: ' WS-SUBPROF-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM READ-PROFILE-RECORD.
            PERFORM LOAD-ONE-PROFILE
               UNTIL PROF-AT-END.
            CLOSE SUBPROF.

            IF WS-SUB-COUNT = ZERO
               DISPLAY WS-ASTER
               DISPLAY '*** CBLDIST - NO VALID SUBSCRIBER PROFILES. '
                  'NOTHING WAS DISTRIBUTED.'
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT COVIDEXT.
            IF WS-COVIDEXT-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLDIST - COVIDEXT COULD NOT BE OPENED. '
                  'STATUS: ' WS-COVIDEXT-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM OPEN-COUNTRY-REFERENCE.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

            PERFORM OPEN-ONE-SUBSCRIBER-OUTPUT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT.

            PERFORM READ-EXTRACT-RECORD.
            PERFORM DISTRIBUTE-ONE-EXTRACT-ROW
               UNTIL EXT-AT-END.
            CLOSE COVIDEXT.

            PERFORM DISTRIBUTE-CORRECTIONS.

            OPEN OUTPUT DISTMFST.
            PERFORM CLOSE-ONE-SUBSCRIBER-OUTPUT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT.
            CLOSE DISTMFST.
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLDIST COMPLETE - FEED DATES ' WS-FEED-DATE
               ' TO ' WS-LAST-FEED-DATE.
            DISPLAY 'EXTRACT ROWS READ:         ' WS-EXT-READ-COUNT.
            DISPLAY 'CORRECTION ROWS READ:      ' WS-CORR-READ-COUNT.
            DISPLAY 'PROFILES READ:             ' WS-PROF-READ-COUNT.
            DISPLAY 'PROFILES REJECTED:         ' WS-PROF-REJECT-COUNT.
            PERFORM DISPLAY-ONE-SUBSCRIBER
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT.
            DISPLAY WS-ASTER.

      ****  // A SUBSCRIBER WHOSE FILE DID NOT GO OUT IS A FAILED
      ****  // DELIVERY; A REJECTED PROFILE OR CORRECTIONS THAT
      ****  // COULD NOT BE SENT IS A WARNING
            EVALUATE TRUE
               WHEN WS-OPEN-FAIL-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
               WHEN WS-PROF-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN CORRECTIONS-MISSED
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            STOP RUN.

       READ-PROFILE-RECORD.
            READ SUBPROF
            AT END MOVE 'Y' TO WS-PROF-EOF
            END-READ.

      ****  // BLANK ROWS ARE SPACERS ON THE DESK COPY - SKIP THEM
       LOAD-ONE-PROFILE.
            IF SUBSCRIBER-PROFILE-RECORD NOT = SPACES
               ADD 1 TO WS-PROF-READ-COUNT
               PERFORM VALIDATE-PROFILE
               IF PROFILE-IS-VALID
                  PERFORM ADD-SUBSCRIBER-ENTRY
                  PERFORM CHECK-HEADER-LENGTH
               END-IF
               IF NOT PROFILE-IS-VALID
                  ADD 1 TO WS-PROF-REJECT-COUNT
                  DISPLAY '*** CBLDIST - PROFILE ' SP-SUBSCRIBER-ID
                     ' REJECTED: ' WS-PROF-REASON
               END-IF
            END-IF

            PERFORM READ-PROFILE-RECORD.

       VALIDATE-PROFILE.
            MOVE 'Y' TO WS-PROF-VALID
            MOVE SPACES TO WS-PROF-REASON

            MOVE ZERO TO WS-FLAGS-ON
            PERFORM COUNT-ONE-FIGURE-FLAG
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 6
            PERFORM COUNT-ONE-RATE-FLAG
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 4

            EVALUATE TRUE
               WHEN SP-SUBSCRIBER-ID = SPACES
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'NO SUBSCRIBER ID' TO WS-PROF-REASON
               WHEN SP-OUTPUT-SLOT NOT NUMERIC
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'OUTPUT SLOT MUST BE 01 TO 08'
                     TO WS-PROF-REASON
               WHEN SP-FORMAT NOT = 'F' AND SP-FORMAT NOT = 'D'
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'FORMAT MUST BE F OR D' TO WS-PROF-REASON
               WHEN SP-SELECT-TYPE NOT = 'C'
                  AND SP-SELECT-TYPE NOT = 'R'
                  AND SP-SELECT-TYPE NOT = 'A'
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'SELECTION MUST BE C, R OR A'
                     TO WS-PROF-REASON
               WHEN SP-SELECT-TYPE = 'R' AND SP-REGION = SPACES
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'REGION SELECTION WITH NO REGION'
                     TO WS-PROF-REASON
               WHEN SP-SELECT-TYPE = 'C' AND SP-COUNTRY-LIST = SPACES
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'CODE-LIST SELECTION WITH NO CODES'
                     TO WS-PROF-REASON
               WHEN WS-FLAGS-ON = ZERO
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'NO FIGURES OR RATES SELECTED'
                     TO WS-PROF-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            IF PROFILE-IS-VALID
               MOVE SP-OUTPUT-SLOT TO WS-PROF-SLOT
               PERFORM CHECK-OUTPUT-SLOT
            END-IF.

      ****  // A DELIMITED PROFILE'S HEADER IS ITS LONGEST ROW - ONE
      ****  // THAT WILL NOT FIT THE RECORD REJECTS THE PROFILE
       CHECK-HEADER-LENGTH.
            IF NOT SUB-FIXED-FORMAT(WS-SUB-IDX)
               PERFORM BUILD-DELIMITED-HEADER
               IF OUT-ROW-OVERFLOWED
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'HEADER ROW LONGER THAN 200 BYTES'
                     TO WS-PROF-REASON
                  SUBTRACT 1 FROM WS-SUB-COUNT
               END-IF
            END-IF.

       COUNT-ONE-FIGURE-FLAG.
            IF SP-FIGURE-FLAG(WS-FLAG-IDX) = 'Y'
               ADD 1 TO WS-FLAGS-ON
            END-IF.

       COUNT-ONE-RATE-FLAG.
            IF SP-RATE-FLAG(WS-FLAG-IDX) = 'Y'
               ADD 1 TO WS-FLAGS-ON
            END-IF.

       CHECK-OUTPUT-SLOT.
            MOVE 'N' TO WS-SLOT-TAKEN
            PERFORM TEST-ONE-TAKEN-SLOT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT

            EVALUATE TRUE
               WHEN WS-PROF-SLOT < 1 OR WS-PROF-SLOT > 8
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'OUTPUT SLOT MUST BE 01 TO 08'
                     TO WS-PROF-REASON
               WHEN SLOT-ALREADY-TAKEN
                  MOVE 'N' TO WS-PROF-VALID
                  MOVE 'OUTPUT SLOT ALREADY IN USE'
                     TO WS-PROF-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       TEST-ONE-TAKEN-SLOT.
            IF WS-SUB-SLOT(WS-SUB-IDX) = WS-PROF-SLOT
               MOVE 'Y' TO WS-SLOT-TAKEN
            END-IF.

       ADD-SUBSCRIBER-ENTRY.
            ADD 1 TO WS-SUB-COUNT
            MOVE WS-SUB-COUNT TO WS-SUB-IDX

            MOVE SP-SUBSCRIBER-ID TO WS-SUB-ID(WS-SUB-IDX)
            MOVE WS-PROF-SLOT     TO WS-SUB-SLOT(WS-SUB-IDX)
            MOVE SP-SELECT-TYPE   TO WS-SUB-SELECT(WS-SUB-IDX)
            MOVE SP-REGION        TO WS-SUB-REGION(WS-SUB-IDX)
            MOVE SP-FORMAT        TO WS-SUB-FORMAT(WS-SUB-IDX)
            MOVE SP-CORRECTIONS   TO WS-SUB-CORRECTIONS(WS-SUB-IDX)
            PERFORM COPY-ONE-FIGURE-FLAG
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 6
            PERFORM COPY-ONE-RATE-FLAG
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 4

            MOVE 'N'  TO WS-SUB-OPEN(WS-SUB-IDX)
            MOVE ZERO TO WS-SUB-EXTRACT-ROWS(WS-SUB-IDX)
            MOVE ZERO TO WS-SUB-CORR-ROWS(WS-SUB-IDX)
            MOVE ZERO TO WS-SUB-HASH(WS-SUB-IDX)
            MOVE 'N'  TO WS-SUB-ROW-FAILED(WS-SUB-IDX)
            MOVE ZERO TO WS-SUB-CODE-COUNT(WS-SUB-IDX)

            IF SP-SELECT-TYPE = 'C'
               MOVE 1 TO WS-LIST-PTR
               PERFORM EXTRACT-ONE-LIST-CODE
                  UNTIL WS-LIST-PTR > LENGTH OF SP-COUNTRY-LIST
                     OR WS-SUB-CODE-COUNT(WS-SUB-IDX) = 15
            END-IF.

       COPY-ONE-FIGURE-FLAG.
            MOVE SP-FIGURE-FLAG(WS-FLAG-IDX)
               TO WS-SUB-FIGURE-FLAG(WS-SUB-IDX, WS-FLAG-IDX).

       COPY-ONE-RATE-FLAG.
            MOVE SP-RATE-FLAG(WS-FLAG-IDX)
               TO WS-SUB-RATE-FLAG(WS-SUB-IDX, WS-FLAG-IDX).

       EXTRACT-ONE-LIST-CODE.
            MOVE SPACES TO WS-LIST-TOKEN
            UNSTRING SP-COUNTRY-LIST DELIMITED BY ','
               INTO WS-LIST-TOKEN
               WITH POINTER WS-LIST-PTR
            END-UNSTRING

            IF WS-LIST-TOKEN NOT = SPACES
               ADD 1 TO WS-SUB-CODE-COUNT(WS-SUB-IDX)
               MOVE WS-LIST-TOKEN(1:4)
                  TO WS-SUB-CODE(WS-SUB-IDX,
                                 WS-SUB-CODE-COUNT(WS-SUB-IDX))
            END-IF.

      ****  // THE REFERENCE DRIVES REGION SELECTION AND THE PER-100K
      ****  // RATES. WITHOUT IT A REGION SUBSCRIBER GETS NO ROWS AND
      ****  // THE PER-100K RATES GO OUT AS ZERO - SAY SO.
       OPEN-COUNTRY-REFERENCE.
            OPEN INPUT CTRYREF

            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
               DISPLAY '*** CBLDIST - CTRYREF NOT AVAILABLE - REGION '
                  'SUBSCRIBERS GET NO ROWS AND PER-100K RATES ARE '
                  'ZERO.'
            END-IF.

      ****  // A SLOT WHOSE DD IS MISSING FAILS THAT SUBSCRIBER ONLY -
      ****  // THE OTHERS STILL GET THEIR FILES
       OPEN-ONE-SUBSCRIBER-OUTPUT.
            EVALUATE WS-SUB-SLOT(WS-SUB-IDX)
               WHEN 1
                  OPEN OUTPUT SUBOUT01
               WHEN 2
                  OPEN OUTPUT SUBOUT02
               WHEN 3
                  OPEN OUTPUT SUBOUT03
               WHEN 4
                  OPEN OUTPUT SUBOUT04
               WHEN 5
                  OPEN OUTPUT SUBOUT05
               WHEN 6
                  OPEN OUTPUT SUBOUT06
               WHEN 7
                  OPEN OUTPUT SUBOUT07
               WHEN 8
                  OPEN OUTPUT SUBOUT08
            END-EVALUATE

            IF WS-SUBOUT-STATUS = '00'
               MOVE 'Y' TO WS-SUB-OPEN(WS-SUB-IDX)
               IF NOT SUB-FIXED-FORMAT(WS-SUB-IDX)
                  PERFORM WRITE-DELIMITED-HEADER
               END-IF
            ELSE
               ADD 1 TO WS-OPEN-FAIL-COUNT
               DISPLAY WS-ASTER
               DISPLAY '*** CBLDIST - SUBOUT' WS-SUB-SLOT(WS-SUB-IDX)
                  ' FOR SUBSCRIBER ' WS-SUB-ID(WS-SUB-IDX)
                  ' COULD NOT BE OPENED. STATUS: ' WS-SUBOUT-STATUS
               DISPLAY WS-ASTER
            END-IF.

      ****  // THE HEADER ROW NAMES ONLY THE COLUMNS THIS SUBSCRIBER
      ****  // RECEIVES. IT IS NOT COUNTED ON THE MANIFEST.
       WRITE-DELIMITED-HEADER.
            PERFORM BUILD-DELIMITED-HEADER
            PERFORM WRITE-SUBSCRIBER-RECORD.

       BUILD-DELIMITED-HEADER.
            MOVE SPACES TO WS-OUT-ROW
            MOVE 1 TO WS-OUT-PTR
            MOVE 'N' TO WS-OUT-OVERFLOW

            STRING 'ROW_TYPE,COUNTRY_CODE,REPORT_DATE'
               DELIMITED BY SIZE
               INTO WS-OUT-ROW
               WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                  MOVE 'Y' TO WS-OUT-OVERFLOW
            END-STRING

            PERFORM APPEND-ONE-FIGURE-NAME
               VARYING WS-VALUE-IDX FROM 1 BY 1
               UNTIL WS-VALUE-IDX > 6
            PERFORM APPEND-ONE-RATE-NAME
               VARYING WS-VALUE-IDX FROM 1 BY 1
               UNTIL WS-VALUE-IDX > 4

            COMPUTE WS-OUT-LEN = WS-OUT-PTR - 1.

       APPEND-ONE-FIGURE-NAME.
            IF WS-SUB-FIGURE-FLAG(WS-SUB-IDX, WS-VALUE-IDX) = 'Y'
               STRING ',' WS-FIGURE-NAME(WS-VALUE-IDX)
                  DELIMITED BY SPACE
                  INTO WS-OUT-ROW
                  WITH POINTER WS-OUT-PTR
                  ON OVERFLOW
                     MOVE 'Y' TO WS-OUT-OVERFLOW
               END-STRING
            END-IF.

       APPEND-ONE-RATE-NAME.
            IF WS-SUB-RATE-FLAG(WS-SUB-IDX, WS-VALUE-IDX) = 'Y'
               STRING ',' WS-RATE-NAME(WS-VALUE-IDX)
                  DELIMITED BY SPACE
                  INTO WS-OUT-ROW
                  WITH POINTER WS-OUT-PTR
                  ON OVERFLOW
                     MOVE 'Y' TO WS-OUT-OVERFLOW
               END-STRING
            END-IF.

       READ-EXTRACT-RECORD.
            READ COVIDEXT
            AT END MOVE 'Y' TO WS-EXT-EOF
            END-READ

      ****  // A CATCH-UP EXTRACT CARRIES SEVERAL REPORT DATES - KEEP
      ****  // THE EARLIEST AND THE LATEST FOR THE MANIFEST
            IF NOT EXT-AT-END
               ADD 1 TO WS-EXT-READ-COUNT
               IF WS-FEED-DATE = SPACES
                  OR EXT-TIMESTAMP(1:10) < WS-FEED-DATE
                  MOVE EXT-TIMESTAMP(1:10) TO WS-FEED-DATE
               END-IF
               IF EXT-TIMESTAMP(1:10) > WS-LAST-FEED-DATE
                  MOVE EXT-TIMESTAMP(1:10) TO WS-LAST-FEED-DATE
               END-IF
            END-IF.

       DISTRIBUTE-ONE-EXTRACT-ROW.
            MOVE 'D'                 TO WS-DIST-TYPE
            MOVE EXT-COUNTRY-CODE    TO WS-DIST-CODE
            MOVE EXT-TIMESTAMP(1:10) TO WS-DIST-DATE
            MOVE EXT-NEW-CNFRM       TO WS-DIST-FIGURE(1)
            MOVE EXT-TOT-CNFRM       TO WS-DIST-FIGURE(2)
            MOVE EXT-NEW-DEATH       TO WS-DIST-FIGURE(3)
            MOVE EXT-TOT-DEATH       TO WS-DIST-FIGURE(4)
            MOVE EXT-NEW-RECVR       TO WS-DIST-FIGURE(5)
            MOVE EXT-TOT-RECVR       TO WS-DIST-FIGURE(6)

            PERFORM PREPARE-DIST-ROW
            PERFORM OFFER-ROW-TO-SUBSCRIBER
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT

            PERFORM READ-EXTRACT-RECORD.

      ****  // CORROUT IS ONLY NEEDED WHEN SOMEBODY WANTS CORRECTIONS.
      ****  // A MISSING FILE THEN MEANS THOSE SUBSCRIBERS ARE SHORT
      ****  // OF THE DAY'S RESTATEMENTS - A WARNING, NOT A FAILURE,
      ****  // SINCE THE EXTRACT ROWS ALREADY WENT OUT.
       DISTRIBUTE-CORRECTIONS.
            MOVE 'N' TO WS-CORR-MISSED
            PERFORM TEST-ONE-CORRECTION-WANT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT

            IF CORRECTIONS-MISSED
               OPEN INPUT CORROUT
               IF WS-CORROUT-STATUS = '00'
                  MOVE 'N' TO WS-CORR-MISSED
                  PERFORM READ-CORRECTION-RECORD
                  PERFORM DISTRIBUTE-ONE-CORRECTION-ROW
                     UNTIL CORR-AT-END
                  CLOSE CORROUT
               ELSE
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLDIST - CORROUT COULD NOT BE OPENED '
                     '- NO CORRECTIONS WENT OUT. STATUS: '
                     WS-CORROUT-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF.

      ****  // WS-CORR-MISSED DOUBLES AS "SOMEBODY WANTS THEM" UNTIL
      ****  // CORROUT IS FOUND OPEN
       TEST-ONE-CORRECTION-WANT.
            IF SUB-WANTS-CORRECTIONS(WS-SUB-IDX)
               AND SUB-OUTPUT-OPEN(WS-SUB-IDX)
               MOVE 'Y' TO WS-CORR-MISSED
            END-IF.

       READ-CORRECTION-RECORD.
            READ CORROUT
            AT END MOVE 'Y' TO WS-CORR-EOF
            END-READ

            IF NOT CORR-AT-END
               ADD 1 TO WS-CORR-READ-COUNT
            END-IF.

       DISTRIBUTE-ONE-CORRECTION-ROW.
            MOVE 'C'                 TO WS-DIST-TYPE
            MOVE CR-COUNTRY-CODE     TO WS-DIST-CODE
            MOVE CR-REPORT-DATE      TO WS-DIST-DATE
            MOVE CR-AFT-NEW-CNFRM    TO WS-DIST-FIGURE(1)
            MOVE CR-AFT-TOT-CNFRM    TO WS-DIST-FIGURE(2)
            MOVE CR-AFT-NEW-DEATH    TO WS-DIST-FIGURE(3)
            MOVE CR-AFT-TOT-DEATH    TO WS-DIST-FIGURE(4)
            MOVE CR-AFT-NEW-RECVR    TO WS-DIST-FIGURE(5)
            MOVE CR-AFT-TOT-RECVR    TO WS-DIST-FIGURE(6)

            PERFORM PREPARE-DIST-ROW
            PERFORM OFFER-ROW-TO-SUBSCRIBER
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT

            PERFORM READ-CORRECTION-RECORD.

      ****  // RATES ARE WORKED ONCE PER ROW, THE SAME WAY THE MAIN
      ****  // RUN WORKS THEM FOR ITS REPORT AND PER-CAPITA LISTING,
      ****  // FROM THE REFERENCE ENTRY IN EFFECT ON THE ROW'S DATE
       PREPARE-DIST-ROW.
            MOVE 'N' TO WS-REF-FOUND
            IF REF-FILE-OPEN
               MOVE WS-DIST-CODE TO WS-REF-SEARCH-CODE
               MOVE WS-DIST-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF

            IF WS-DIST-FIGURE(2) > ZERO
               COMPUTE WS-DIST-RATE(1) ROUNDED =
                  (WS-DIST-FIGURE(4) / WS-DIST-FIGURE(2)) * 100
               COMPUTE WS-DIST-RATE(2) ROUNDED =
                  (WS-DIST-FIGURE(6) / WS-DIST-FIGURE(2)) * 100
            ELSE
               MOVE ZERO TO WS-DIST-RATE(1)
               MOVE ZERO TO WS-DIST-RATE(2)
            END-IF

            MOVE ZERO TO WS-DIST-RATE(3)
            MOVE ZERO TO WS-DIST-RATE(4)
            IF REF-RECORD-FOUND
               IF WS-REF-POPULATION > ZERO
                  COMPUTE WS-DIST-RATE(3) ROUNDED =
                     WS-DIST-FIGURE(2) * 100000 / WS-REF-POPULATION
                     ON SIZE ERROR
                        MOVE 9999999.99 TO WS-DIST-RATE(3)
                  END-COMPUTE
                  COMPUTE WS-DIST-RATE(4) ROUNDED =
                     WS-DIST-FIGURE(4) * 100000 / WS-REF-POPULATION
                     ON SIZE ERROR
                        MOVE 9999999.99 TO WS-DIST-RATE(4)
                  END-COMPUTE
               END-IF
            END-IF.

       OFFER-ROW-TO-SUBSCRIBER.
            IF SUB-OUTPUT-OPEN(WS-SUB-IDX)
               AND (WS-DIST-TYPE = 'D'
                  OR SUB-WANTS-CORRECTIONS(WS-SUB-IDX))
               PERFORM CHECK-SUBSCRIBER-SELECTION
               IF SUBSCRIBER-WANTS-ROW
                  PERFORM BUILD-SUBSCRIBER-ROW
                  IF OUT-ROW-OVERFLOWED
                     PERFORM FAIL-SUBSCRIBER-ROW
                  ELSE
                     PERFORM WRITE-SUBSCRIBER-RECORD
                     IF WS-DIST-TYPE = 'D'
                        ADD 1 TO WS-SUB-EXTRACT-ROWS(WS-SUB-IDX)
                     ELSE
                        ADD 1 TO WS-SUB-CORR-ROWS(WS-SUB-IDX)
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ****  // THE SUBSCRIBER'S FILE IS INCOMPLETE - THE MANIFEST
      ****  // SHOWS IT FAILED AND THE RUN ENDS AS A FAILED DELIVERY
       FAIL-SUBSCRIBER-ROW.
            IF NOT SUB-ROW-TOO-LONG(WS-SUB-IDX)
               MOVE 'Y' TO WS-SUB-ROW-FAILED(WS-SUB-IDX)
               ADD 1 TO WS-OPEN-FAIL-COUNT
               DISPLAY WS-ASTER
               DISPLAY '*** CBLDIST - ROW FOR ' WS-DIST-CODE ' '
                  WS-DIST-DATE ' LONGER THAN 200 BYTES FOR SUBSCRIBER '
                  WS-SUB-ID(WS-SUB-IDX) ' - NOT WRITTEN. THE FILE IS '
                  'MARKED FAILED ON THE MANIFEST.'
               DISPLAY WS-ASTER
            END-IF.

       CHECK-SUBSCRIBER-SELECTION.
            MOVE 'N' TO WS-SUB-WANTS-ROW

            EVALUATE WS-SUB-SELECT(WS-SUB-IDX)
               WHEN 'A'
                  MOVE 'Y' TO WS-SUB-WANTS-ROW
               WHEN 'R'
                  IF REF-RECORD-FOUND
                     IF WS-REF-REGION = WS-SUB-REGION(WS-SUB-IDX)
                        MOVE 'Y' TO WS-SUB-WANTS-ROW
                     END-IF
                  END-IF
               WHEN 'C'
                  PERFORM TEST-ONE-SUBSCRIBER-CODE
                     VARYING WS-CODE-IDX FROM 1 BY 1
                     UNTIL WS-CODE-IDX
                           > WS-SUB-CODE-COUNT(WS-SUB-IDX)
                        OR SUBSCRIBER-WANTS-ROW
            END-EVALUATE.

       TEST-ONE-SUBSCRIBER-CODE.
            IF WS-SUB-CODE(WS-SUB-IDX, WS-CODE-IDX) = WS-DIST-CODE
               MOVE 'Y' TO WS-SUB-WANTS-ROW
            END-IF.

      ****  // FIGURES AND RATES GO OUT IN PROFILE FLAG ORDER. EVERY
      ****  // VALUE SENT IS ADDED INTO THE SUBSCRIBER'S HASH TOTAL,
      ****  // RATES IN HUNDREDTHS
       BUILD-SUBSCRIBER-ROW.
            MOVE SPACES TO WS-OUT-ROW
            MOVE 1 TO WS-OUT-PTR
            MOVE 'N' TO WS-OUT-OVERFLOW

            IF SUB-FIXED-FORMAT(WS-SUB-IDX)
               STRING WS-DIST-TYPE WS-DIST-CODE WS-DIST-DATE
                  DELIMITED BY SIZE
                  INTO WS-OUT-ROW
                  WITH POINTER WS-OUT-PTR
                     ON OVERFLOW
                        MOVE 'Y' TO WS-OUT-OVERFLOW
               END-STRING
            ELSE
               PERFORM GET-CODE-LENGTH
               STRING WS-DIST-TYPE ','
                      WS-DIST-CODE(1:WS-CODE-LEN) ','
                      WS-DIST-DATE
                  DELIMITED BY SIZE
                  INTO WS-OUT-ROW
                  WITH POINTER WS-OUT-PTR
                     ON OVERFLOW
                        MOVE 'Y' TO WS-OUT-OVERFLOW
               END-STRING
            END-IF

            PERFORM APPEND-ONE-FIGURE
               VARYING WS-VALUE-IDX FROM 1 BY 1
               UNTIL WS-VALUE-IDX > 6
            PERFORM APPEND-ONE-RATE
               VARYING WS-VALUE-IDX FROM 1 BY 1
               UNTIL WS-VALUE-IDX > 4

            COMPUTE WS-OUT-LEN = WS-OUT-PTR - 1.

       APPEND-ONE-FIGURE.
            IF WS-SUB-FIGURE-FLAG(WS-SUB-IDX, WS-VALUE-IDX) = 'Y'
               MOVE WS-DIST-FIGURE(WS-VALUE-IDX) TO WS-OUT-FIG
               ADD WS-OUT-FIG TO WS-SUB-HASH(WS-SUB-IDX)
               IF SUB-FIXED-FORMAT(WS-SUB-IDX)
                  STRING WS-OUT-FIG
                     DELIMITED BY SIZE
                     INTO WS-OUT-ROW
                     WITH POINTER WS-OUT-PTR
                        ON OVERFLOW
                           MOVE 'Y' TO WS-OUT-OVERFLOW
                  END-STRING
               ELSE
                  PERFORM APPEND-ONE-CSV-FIGURE
               END-IF
            END-IF.

      ****  // FIGURES GO OUT WITHOUT LEADING ZEROS - A ZERO FIGURE
      ****  // STILL SHOWS A SINGLE 0 SO EVERY ROW KEEPS ITS COLUMNS
       APPEND-ONE-CSV-FIGURE.
            MOVE 1 TO WS-FIG-START
            PERFORM SKIP-ONE-LEADING-ZERO
               UNTIL WS-FIG-START = 8
                  OR WS-OUT-FIG(WS-FIG-START:1) NOT = '0'

            STRING ',' WS-OUT-FIG(WS-FIG-START:9 - WS-FIG-START)
               DELIMITED BY SIZE
               INTO WS-OUT-ROW
               WITH POINTER WS-OUT-PTR
                  ON OVERFLOW
                     MOVE 'Y' TO WS-OUT-OVERFLOW
            END-STRING.

       SKIP-ONE-LEADING-ZERO.
            ADD 1 TO WS-FIG-START.

       APPEND-ONE-RATE.
            IF WS-SUB-RATE-FLAG(WS-SUB-IDX, WS-VALUE-IDX) = 'Y'
               MOVE WS-DIST-RATE(WS-VALUE-IDX) TO WS-OUT-RATE
               COMPUTE WS-SUB-HASH(WS-SUB-IDX) =
                  WS-SUB-HASH(WS-SUB-IDX) + WS-OUT-RATE * 100
               IF SUB-FIXED-FORMAT(WS-SUB-IDX)
                  STRING WS-OUT-RATE-TEXT
                     DELIMITED BY SIZE
                     INTO WS-OUT-ROW
                     WITH POINTER WS-OUT-PTR
                        ON OVERFLOW
                           MOVE 'Y' TO WS-OUT-OVERFLOW
                  END-STRING
               ELSE
                  MOVE WS-OUT-RATE TO WS-RATE-EDIT
                  MOVE 1 TO WS-RATE-START
                  PERFORM SKIP-ONE-RATE-SPACE
                     UNTIL WS-RATE-EDIT(WS-RATE-START:1) NOT = SPACE
                  STRING ','
                         WS-RATE-EDIT(WS-RATE-START:11 - WS-RATE-START)
                     DELIMITED BY SIZE
                     INTO WS-OUT-ROW
                     WITH POINTER WS-OUT-PTR
                        ON OVERFLOW
                           MOVE 'Y' TO WS-OUT-OVERFLOW
                  END-STRING
               END-IF
            END-IF.

       SKIP-ONE-RATE-SPACE.
            ADD 1 TO WS-RATE-START.

       GET-CODE-LENGTH.
            MOVE 1 TO WS-CODE-LEN
            PERFORM SCAN-CODE-TRIM
               VARYING WS-TRIM-IDX FROM 4 BY -1
               UNTIL WS-TRIM-IDX < 1.

       SCAN-CODE-TRIM.
            IF WS-DIST-CODE(WS-TRIM-IDX:1) NOT = SPACE
               AND WS-TRIM-IDX > WS-CODE-LEN
               MOVE WS-TRIM-IDX TO WS-CODE-LEN
            END-IF.

       WRITE-SUBSCRIBER-RECORD.
            EVALUATE WS-SUB-SLOT(WS-SUB-IDX)
               WHEN 1
                  WRITE SUBOUT01-RECORD FROM WS-OUT-ROW
               WHEN 2
                  WRITE SUBOUT02-RECORD FROM WS-OUT-ROW
               WHEN 3
                  WRITE SUBOUT03-RECORD FROM WS-OUT-ROW
               WHEN 4
                  WRITE SUBOUT04-RECORD FROM WS-OUT-ROW
               WHEN 5
                  WRITE SUBOUT05-RECORD FROM WS-OUT-ROW
               WHEN 6
                  WRITE SUBOUT06-RECORD FROM WS-OUT-ROW
               WHEN 7
                  WRITE SUBOUT07-RECORD FROM WS-OUT-ROW
               WHEN 8
                  WRITE SUBOUT08-RECORD FROM WS-OUT-ROW
            END-EVALUATE.

       CLOSE-ONE-SUBSCRIBER-OUTPUT.
            IF SUB-OUTPUT-OPEN(WS-SUB-IDX)
               EVALUATE WS-SUB-SLOT(WS-SUB-IDX)
                  WHEN 1
                     CLOSE SUBOUT01
                  WHEN 2
                     CLOSE SUBOUT02
                  WHEN 3
                     CLOSE SUBOUT03
                  WHEN 4
                     CLOSE SUBOUT04
                  WHEN 5
                     CLOSE SUBOUT05
                  WHEN 6
                     CLOSE SUBOUT06
                  WHEN 7
                     CLOSE SUBOUT07
                  WHEN 8
                     CLOSE SUBOUT08
               END-EVALUATE
            END-IF

            PERFORM WRITE-MANIFEST-RECORD.

       WRITE-MANIFEST-RECORD.
            MOVE SPACES TO MANIFEST-RECORD
            MOVE WS-SUB-ID(WS-SUB-IDX) TO MF-SUBSCRIBER-ID
            STRING 'SUBOUT' WS-SUB-SLOT(WS-SUB-IDX)
               DELIMITED BY SIZE
               INTO MF-OUTPUT-DD
            END-STRING
            MOVE WS-FEED-DATE TO MF-FEED-DATE
            MOVE WS-SUB-FORMAT(WS-SUB-IDX) TO MF-FORMAT
            IF SUB-OUTPUT-OPEN(WS-SUB-IDX)
               AND NOT SUB-ROW-TOO-LONG(WS-SUB-IDX)
               MOVE 'D' TO MF-STATUS
            ELSE
               MOVE 'F' TO MF-STATUS
            END-IF
            MOVE WS-SUB-EXTRACT-ROWS(WS-SUB-IDX) TO MF-EXTRACT-ROWS
            MOVE WS-SUB-CORR-ROWS(WS-SUB-IDX) TO MF-CORRECTION-ROWS
            COMPUTE MF-ROW-COUNT = WS-SUB-EXTRACT-ROWS(WS-SUB-IDX)
               + WS-SUB-CORR-ROWS(WS-SUB-IDX)
            MOVE WS-SUB-HASH(WS-SUB-IDX) TO MF-HASH-TOTAL
            MOVE WS-RUN-DATE TO MF-RUN-DATE
            MOVE WS-RUN-TIME(1:6) TO MF-RUN-TIME
            MOVE WS-LAST-FEED-DATE TO MF-LAST-FEED-DATE
            WRITE MANIFEST-RECORD.

       DISPLAY-ONE-SUBSCRIBER.
            IF SUB-OUTPUT-OPEN(WS-SUB-IDX)
               DISPLAY 'SUBSCRIBER ' WS-SUB-ID(WS-SUB-IDX)
                  ' SUBOUT' WS-SUB-SLOT(WS-SUB-IDX)
                  ' ROWS: ' WS-SUB-EXTRACT-ROWS(WS-SUB-IDX)
                  ' CORRECTIONS: ' WS-SUB-CORR-ROWS(WS-SUB-IDX)
                  ' HASH: ' WS-SUB-HASH(WS-SUB-IDX)
            ELSE
               DISPLAY 'SUBSCRIBER ' WS-SUB-ID(WS-SUB-IDX)
                  ' SUBOUT' WS-SUB-SLOT(WS-SUB-IDX)
                  ' NOT DELIVERED'
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
                     MOVE REF-REGION     TO WS-REF-REGION
                     MOVE REF-POPULATION TO WS-REF-POPULATION
                  END-IF
               END-IF
            END-IF.
