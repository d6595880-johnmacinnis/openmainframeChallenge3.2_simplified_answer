      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Monthly data-quality scorecard per reporting country. Brings
      * together, for one calendar month, every piece of evidence the
      * daily runs leave behind about a country's feed:
      *    EXCPTOUT - rows CBLCOVID rejected, counted by EXCP-REASON
      *    QUAROUT  - rows CBLCOVID quarantined, counted by QA-REASON
      *    CORROUT  - postings restated after they were published
      *    COVHIST  - days missing from the history master within
      *               the month, found the way CBLHGAP finds them
      *    REFEEDIN - rows CBLEXFIX repaired and re-fed (its REFEEDOU
      *               re-feed file, control records skipped)
      * The EXCPTOUT, QUAROUT, CORROUT and REFEEDIN DDs carry the
      * month's generations concatenated; every row on them counts.
      * Each country's counts are weighted into points - 3 for a
      * rejected row or a missing day, 2 for a quarantine or a
      * restatement, 1 for a repaired row - and graded:
      *    A - NO POINTS             D - 30 TO 59 POINTS
      *    B - 1 TO 9 POINTS         F - 60 POINTS OR MORE
      *    C - 10 TO 29 POINTS
      * Grades D and F are marked CAVEAT for the leadership pack.
      * The SCORERPT scorecard lists every country in code order with
      * its counts, points and grade, then the worst ten by points.
      * PARM (optional): the month YYYY-MM to score. Without it the
      * previous calendar month is scored.
      * Return codes:
      *    0 - SCORECARD PRODUCED FROM ALL SOURCES
      *    4 - ONE OR MORE SOURCES COULD NOT BE OPENED - THE
      *        SCORECARD IS INCOMPLETE
      *   12 - PARM IS NOT A VALID YYYY-MM MONTH
      *-----------------------
       PROGRAM-ID.    CBLSCORE.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT SCORE-SORT ASSIGN TO SORTWK01.

             SELECT EXCPTOUT ASSIGN TO EXCPTOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EXCPTOUT-STATUS.

             SELECT QUAROUT ASSIGN TO QUAROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-QUAROUT-STATUS.

             SELECT CORROUT ASSIGN TO CORROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CORROUT-STATUS.

             SELECT REFEEDIN ASSIGN TO REFEEDIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-REFEEDIN-STATUS.

             SELECT HISTIN ASSIGN TO COVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HIST-KEY
             FILE STATUS IS WS-HISTIN-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT SCOREOUT ASSIGN TO SCORERPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SCOREOUT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      ****  // ONE RECORD PER PIECE OF EVIDENCE, SORTED INTO COUNTRY
      ****  // ORDER SO THE SCORECARD IS ONE CONTROL BREAK PER COUNTRY.
      ****  // SS-SLOT IS THE SCORECARD COLUMN THE EVIDENCE COUNTS IN;
      ****  // ZERO ONLY PUTS THE COUNTRY ON THE SCORECARD.
       SD  SCORE-SORT.
       01  SCORE-SORT-REC.
           05  SS-COUNTRY-CODE     PIC X(4).
           05  SS-SLOT             PIC 9(2).

       FD  EXCPTOUT RECORDING MODE F.
       01  EXCEPTION-RECORD.
           05  EXCP-REC-NUMBER     PIC 9(7).
           05  FILLER              PIC X(02).
           05  EXCP-FIELD-COUNT    PIC 9(2).
           05  FILLER              PIC X(02).
           05  EXCP-REASON         PIC X(20).
           05  FILLER              PIC X(02).
           05  EXCP-RAW-DATA       PIC X(104).

       FD  QUAROUT RECORDING MODE F.
       01  QUARANTINE-RECORD.
           05  QA-REC-NUMBER       PIC 9(7).
           05  FILLER              PIC X(02).
           05  QA-REASON           PIC X(20).
           05  FILLER              PIC X(02).
           05  QA-TRIP-VALUE       PIC 9(8).
           05  FILLER              PIC X(02).
           05  QA-AVG-VALUE        PIC 9(8)V9.
           05  FILLER              PIC X(02).
           05  QA-RAW-DATA         PIC X(104).

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

       FD  REFEEDIN RECORDING MODE V.
       01  REFEED-RECORD           PIC X(104).

       FD  HISTIN.
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

       FD  SCOREOUT RECORDING MODE F.
       01  SCORE-LINE              PIC X(133).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-EXCPTOUT-STATUS      PIC XX VALUE '00'.
       01  WS-QUAROUT-STATUS       PIC XX VALUE '00'.
       01  WS-CORROUT-STATUS       PIC XX VALUE '00'.
       01  WS-REFEEDIN-STATUS      PIC XX VALUE '00'.
       01  WS-HISTIN-STATUS        PIC XX VALUE '00'.
       01  WS-CTRYREF-STATUS       PIC XX VALUE '00'.
       01  WS-SCOREOUT-STATUS      PIC XX VALUE '00'.

       01  WS-SOURCE-EOF           PIC X VALUE 'N'.
           88  SOURCE-AT-END           VALUE 'Y'.

       01  WS-SORT-EOF             PIC X VALUE 'N'.
           88  SORT-AT-END             VALUE 'Y'.

       01  WS-MISSING-SOURCES      PIC 9(1) VALUE ZERO.

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

      ****  // THE MONTH BEING SCORED - FIRST AND LAST CALENDAR DAY
       01  WS-MONTH-CONTROLS.
           05  WS-SCORE-MONTH       PIC X(7) VALUE SPACES.
           05  WS-MONTH-VALID       PIC X VALUE 'Y'.
               88  MONTH-IS-VALID       VALUE 'Y'.
           05  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
           05  WS-MONTH-FIRST       PIC X(10) VALUE SPACES.
           05  WS-MONTH-LAST        PIC X(10) VALUE SPACES.

       01  WS-SOURCE-COUNTERS.
           05  WS-EXCP-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-QUAR-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CORR-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REFEED-READ-COUNT PIC 9(7) VALUE ZERO.
           05  WS-MISSING-DAY-COUNT PIC 9(7) VALUE ZERO.

      ****  // SAME CSV QUOTE MASKING AS THE MAIN RUN, SO A QUOTED
      ****  // COUNTRY LIKE "KOREA, SOUTH" PARSES AS ONE FIELD WHEN
      ****  // THE CODE IS LIFTED FROM THE RAW ROW
       01  WS-CSV-QUOTE-WORK.
           05  WS-CSV-SOURCE       PIC X(104).
           05  WS-CSV-CLEANED      PIC X(104).
           05  WS-CSV-IN-IDX       PIC 9(3) VALUE ZERO.
           05  WS-CSV-OUT-IDX      PIC 9(3) VALUE ZERO.
           05  WS-IN-QUOTES        PIC X VALUE 'N'.
               88  INSIDE-QUOTED-FIELD  VALUE 'Y'.
           05  WS-COMMA-MASK       PIC X VALUE X'05'.

       01  WS-RAW-ROW-WORK.
           05  WS-RAW-COUNTRY      PIC X(50).
           05  WS-RAW-CODE         PIC X(4).

      ****  // MISSING-DAY WORK - THE CBLHGAP CALENDAR WALK, KEPT TO
      ****  // THE DAYS THAT FALL IN THE MONTH BEING SCORED
       01  WS-GAP-CONTROLS.
           05  WS-PREV-COUNTRY-CODE    PIC X(4) VALUE SPACES.
           05  WS-PREV-DATE            PIC X(10) VALUE SPACES.
           05  WS-PRESENCE-RELEASED    PIC X VALUE 'N'.
               88  PRESENCE-IS-RELEASED    VALUE 'Y'.

       01  WS-EXPECTED-DATE.
           05  WS-EXP-YYYY          PIC 9(4).
           05  FILLER               PIC X VALUE '-'.
           05  WS-EXP-MM            PIC 9(2).
           05  FILLER               PIC X VALUE '-'.
           05  WS-EXP-DD            PIC 9(2).

       01  WS-CALENDAR-WORK.
           05  WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM          PIC 9(4) VALUE ZERO.
           05  WS-MONTH-DAYS        PIC 9(2) VALUE ZERO.

       01  WS-DAYS-PER-MONTH-TABLE.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 28.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
       01  WS-DAYS-PER-MONTH REDEFINES WS-DAYS-PER-MONTH-TABLE.
           05  WS-MONTH-DAY-ENTRY OCCURS 12 TIMES PIC 99.

      ****  // SCORECARD COLUMNS, IN REPORT ORDER:
      ****  //  1- 6 REJECTS  - FIELD COUNT, FIGURE OVERFLOW, MIXED
      ****  //                  LEVEL, UNKNOWN CODE, RETIRED CODE,
      ****  //                  ANY OTHER REASON
      ****  //  7-11 QUARANTINES - CONFIRMED SPIKE, DEATH SPIKE,
      ****  //                  CUMULATIVE WENT DOWN, SOURCE
      ****  //                  DISAGREEMENT, ANY OTHER REASON
      ****  //  12 RESTATED  13 MISSING DAYS  14 REPAIRED
       01  WS-SLOT-WEIGHT-TABLE.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 2.
           05  FILLER               PIC 9 VALUE 3.
           05  FILLER               PIC 9 VALUE 1.
       01  WS-SLOT-WEIGHTS REDEFINES WS-SLOT-WEIGHT-TABLE.
           05  WS-SLOT-WEIGHT OCCURS 14 TIMES PIC 9.

       01  WS-RELEASE-SLOT         PIC 9(2) VALUE ZERO.

       01  WS-COUNTRY-SCORE.
           05  WS-SCORE-CODE        PIC X(4) VALUE SPACES.
           05  WS-SCORE-COUNT OCCURS 14 TIMES PIC 9(5).
           05  WS-SCORE-POINTS      PIC 9(7) VALUE ZERO.
           05  WS-SCORE-GRADE       PIC X(1) VALUE SPACE.
               88  GRADE-NEEDS-CAVEAT   VALUE 'D' 'F'.
           05  WS-SCORE-REJECTS     PIC 9(5) VALUE ZERO.
           05  WS-SCORE-QUARS       PIC 9(5) VALUE ZERO.
           05  WS-SLOT-IDX          PIC 9(2) VALUE ZERO.

       01  WS-SCORE-TOTALS.
           05  WS-COUNTRY-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CAVEAT-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-COUNT OCCURS 14 TIMES PIC 9(7).
           05  WS-TOTAL-POINTS      PIC 9(9) VALUE ZERO.

       01  WS-GRADE-TALLY.
           05  WS-GRADE-A-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-GRADE-B-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-GRADE-C-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-GRADE-D-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-GRADE-F-COUNT     PIC 9(5) VALUE ZERO.

      ****  // THE WORST TEN SO FAR, MOST POINTS FIRST. A COUNTRY
      ****  // TYING AN ENTRY ALREADY RANKED GOES BELOW IT, SO TIES
      ****  // STAY IN CODE ORDER.
       01  WS-RANK-TABLE.
           05  WS-RANK-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-RANK-IDX          PIC 9(3) VALUE ZERO.
           05  WS-RANK-POS          PIC 9(3) VALUE ZERO.
           05  WS-RANK-LAST         PIC 9(3) VALUE ZERO.
           05  WS-RANK-ENTRY OCCURS 10 TIMES.
               10  WS-RANK-CODE         PIC X(4).
               10  WS-RANK-NAME         PIC X(20).
               10  WS-RANK-POINTS       PIC 9(7).
               10  WS-RANK-GRADE        PIC X(1).
               10  WS-RANK-REJECTS      PIC 9(5).
               10  WS-RANK-QUARS        PIC 9(5).
               10  WS-RANK-RESTATED     PIC 9(5).
               10  WS-RANK-MISSING      PIC 9(5).
               10  WS-RANK-REPAIRED     PIC 9(5).

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-REPORT-SECTION       PIC X VALUE 'S'.
               88  SCORECARD-SECTION       VALUE 'S'.
               88  WORST-TEN-SECTION       VALUE 'W'.
           05  WS-COUNT-EDIT           PIC ZZZZ9.

       01  SCORE-HEADING-1.
           05  FILLER                  PIC X(34)
               VALUE 'COVID-19 DATA-QUALITY SCORECARD'.
           05  FILLER                  PIC X(07) VALUE 'MONTH: '.
           05  SH1-MONTH               PIC X(07).
           05  FILLER                  PIC X(67) VALUE SPACES.
           05  SH1-PAGE-LIT            PIC X(05) VALUE 'PAGE '.
           05  SH1-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  SCORE-HEADING-2.
           05  FILLER                  PIC X(50) VALUE
               'POINTS: 3 PER REJECTED ROW OR MISSING DAY, 2 PER'.
           05  FILLER                  PIC X(50) VALUE
               'QUARANTINE OR RESTATEMENT, 1 PER REPAIRED ROW'.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  SCORE-HEADING-3.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               '---------- REJECTED ROWS ----------'.
           05  FILLER                  PIC X(30) VALUE
               '-------- QUARANTINES --------'.
           05  FILLER                  PIC X(18) VALUE
               '----- OTHER -----'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  SCORE-HEADING-4.
           05  FILLER                  PIC X(24) VALUE 'CODE NAME'.
           05  FILLER                  PIC X(36) VALUE
               'FIELD OVRFL MIXED UNKWN RETRD OTHER'.
           05  FILLER                  PIC X(30) VALUE
               'CSPIK DSPIK CDOWN SRCDS OTHER'.
           05  FILLER                  PIC X(18) VALUE
               'RESTD MISS  REPRD'.
           05  FILLER                  PIC X(25) VALUE
               '   POINTS  GRADE'.

       01  SCORE-DETAIL-LINE.
           05  SDL-COUNTRY-CODE        PIC X(4).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SDL-COUNTRY-NAME        PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SDL-SLOT OCCURS 14 TIMES PIC X(06).
           05  SDL-POINTS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-GRADE               PIC X(1).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SDL-CAVEAT              PIC X(6).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  SCORE-TOTAL-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'ALL COUNTRIES'.
           05  STL-SLOT OCCURS 14 TIMES PIC X(06).
           05  STL-POINTS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  GRADE-SUMMARY-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'COUNTRIES SCORED:   '.
           05  GSL-COUNTRIES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '    A: '.
           05  GSL-GRADE-A             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '    B: '.
           05  GSL-GRADE-B             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '    C: '.
           05  GSL-GRADE-C             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '    D: '.
           05  GSL-GRADE-D             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '    F: '.
           05  GSL-GRADE-F             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WORST-HEADING-2.
           05  FILLER                  PIC X(50) VALUE
               'THE TEN WORST-SCORING COUNTRIES FOR THE MONTH'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WORST-HEADING-3.
           05  FILLER                  PIC X(50) VALUE
               'RANK CODE NAME                    POINTS GRADE REJ'.
           05  FILLER                  PIC X(50) VALUE
               'ECTED  QUARANTINED RESTATED MISSING REPAIRED'.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WORST-DETAIL-LINE.
           05  WDL-RANK                PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WDL-COUNTRY-CODE        PIC X(4).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-COUNTRY-NAME        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDL-POINTS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WDL-GRADE               PIC X(1).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WDL-REJECTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WDL-QUARS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WDL-RESTATED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WDL-MISSING             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WDL-REPAIRED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  NO-WORST-LINE.
           05  FILLER                  PIC X(50) VALUE
               'NO COUNTRY SCORED ANY POINTS THIS MONTH.'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  BLANK-LINE                  PIC X(133) VALUE SPACES.

      *---------------
       LINKAGE SECTION.
      *---------------
       01  LS-PARM-AREA.
           05  LS-PARM-LEN         PIC S9(4) COMP.
           05  LS-PARM-TEXT        PIC X(100).
      *------------------
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *------------------
       MAIN.
            PERFORM SET-SCORE-MONTH.
            IF NOT MONTH-IS-VALID
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSCORE - PARM ' LS-PARM-TEXT(1:7)
                  ' IS NOT A YYYY-MM MONTH. NO SCORECARD PRODUCED.'
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT CTRYREF.
            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
               DISPLAY '*** CBLSCORE - CTRYREF NOT AVAILABLE - THE '
                  'SCORECARD SHOWS CODES ONLY.'
            END-IF.

            MOVE WS-SCORE-MONTH TO SH1-MONTH.
            OPEN OUTPUT SCOREOUT.

            SORT SCORE-SORT
               ON ASCENDING KEY SS-COUNTRY-CODE
               INPUT PROCEDURE IS RELEASE-SCORE-EVIDENCE
                  THRU RELEASE-SCORE-EVIDENCE-X
               OUTPUT PROCEDURE IS WRITE-SCORECARD
                  THRU WRITE-SCORECARD-X.

            PERFORM WRITE-WORST-TEN.

            CLOSE SCOREOUT.
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLSCORE COMPLETE - MONTH ' WS-SCORE-MONTH.
            DISPLAY 'REJECTED ROWS READ:        ' WS-EXCP-READ-COUNT.
            DISPLAY 'QUARANTINED ROWS READ:     ' WS-QUAR-READ-COUNT.
            DISPLAY 'RESTATEMENTS READ:         ' WS-CORR-READ-COUNT.
            DISPLAY 'REPAIRED ROWS READ:        '
               WS-REFEED-READ-COUNT.
            DISPLAY 'MISSING DAYS FOUND:        '
               WS-MISSING-DAY-COUNT.
            DISPLAY 'COUNTRIES SCORED:          ' WS-COUNTRY-COUNT.
            DISPLAY 'COUNTRIES WITH A CAVEAT:   ' WS-CAVEAT-COUNT.
            DISPLAY WS-ASTER.

            IF WS-MISSING-SOURCES > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      ****  // PARM MONTH IF GIVEN, OTHERWISE THE MONTH BEFORE TODAY
       SET-SCORE-MONTH.
            IF LS-PARM-LEN NOT < 7
               MOVE LS-PARM-TEXT(1:7) TO WS-SCORE-MONTH
               IF WS-SCORE-MONTH(1:4) NOT NUMERIC
                  OR WS-SCORE-MONTH(5:1) NOT = '-'
                  OR WS-SCORE-MONTH(6:2) NOT NUMERIC
                  MOVE 'N' TO WS-MONTH-VALID
               ELSE
                  MOVE WS-SCORE-MONTH(1:4) TO WS-EXP-YYYY
                  MOVE WS-SCORE-MONTH(6:2) TO WS-EXP-MM
                  IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                     MOVE 'N' TO WS-MONTH-VALID
                  END-IF
               END-IF
            ELSE
               IF LS-PARM-LEN > ZERO
                  DISPLAY '*** CBLSCORE - PARM SHORTER THAN YYYY-MM '
                     'IGNORED - SCORING THE PREVIOUS MONTH.'
               END-IF
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:4) TO WS-EXP-YYYY
               MOVE WS-TODAY-DATE(5:2) TO WS-EXP-MM
               IF WS-EXP-MM > 1
                  SUBTRACT 1 FROM WS-EXP-MM
               ELSE
                  MOVE 12 TO WS-EXP-MM
                  SUBTRACT 1 FROM WS-EXP-YYYY
               END-IF
               MOVE WS-EXP-YYYY TO WS-SCORE-MONTH(1:4)
               MOVE '-'         TO WS-SCORE-MONTH(5:1)
               MOVE WS-EXP-MM   TO WS-SCORE-MONTH(6:2)
            END-IF

            IF MONTH-IS-VALID
               MOVE 1 TO WS-EXP-DD
               MOVE WS-EXPECTED-DATE TO WS-MONTH-FIRST
               PERFORM GET-DAYS-IN-MONTH
               MOVE WS-MONTH-DAYS TO WS-EXP-DD
               MOVE WS-EXPECTED-DATE TO WS-MONTH-LAST
            END-IF.

      ****  // SORT INPUT SIDE - EVERY SOURCE IN TURN RELEASES ONE
      ****  // RECORD PER PIECE OF EVIDENCE. A SOURCE THAT WILL NOT
      ****  // OPEN IS SKIPPED AND THE SCORECARD FLAGGED INCOMPLETE.
       RELEASE-SCORE-EVIDENCE.
            PERFORM RELEASE-REJECTED-ROWS
            PERFORM RELEASE-QUARANTINED-ROWS
            PERFORM RELEASE-RESTATEMENTS
            PERFORM RELEASE-REPAIRED-ROWS
            PERFORM RELEASE-MISSING-DAYS
            GO TO RELEASE-SCORE-EVIDENCE-X.

       RELEASE-REJECTED-ROWS.
            OPEN INPUT EXCPTOUT
            IF WS-EXCPTOUT-STATUS NOT = '00'
               PERFORM NOTE-MISSING-SOURCE
               DISPLAY '*** CBLSCORE - EXCPTOUT COULD NOT BE OPENED - '
                  'NO REJECTS COUNTED. STATUS: ' WS-EXCPTOUT-STATUS
            ELSE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM READ-EXCEPTION-RECORD
               PERFORM RELEASE-ONE-REJECT
                  UNTIL SOURCE-AT-END
               CLOSE EXCPTOUT
            END-IF.

       READ-EXCEPTION-RECORD.
            READ EXCPTOUT
            AT END MOVE 'Y' TO WS-SOURCE-EOF
            END-READ.

       RELEASE-ONE-REJECT.
            ADD 1 TO WS-EXCP-READ-COUNT
            MOVE EXCP-RAW-DATA TO WS-CSV-SOURCE
            PERFORM LIFT-RAW-ROW-CODE

            EVALUATE EXCP-REASON
               WHEN 'INVALID FIELD COUNT'
                  MOVE 1 TO WS-RELEASE-SLOT
               WHEN 'FIGURE OVERFLOW'
                  MOVE 2 TO WS-RELEASE-SLOT
               WHEN 'MIXED LEVEL FEED'
                  MOVE 3 TO WS-RELEASE-SLOT
               WHEN 'UNKNOWN COUNTRY CODE'
                  MOVE 4 TO WS-RELEASE-SLOT
               WHEN 'RETIRED COUNTRY CODE'
                  MOVE 5 TO WS-RELEASE-SLOT
               WHEN OTHER
                  MOVE 6 TO WS-RELEASE-SLOT
            END-EVALUATE

            MOVE WS-RAW-CODE     TO SS-COUNTRY-CODE
            MOVE WS-RELEASE-SLOT TO SS-SLOT
            RELEASE SCORE-SORT-REC

            PERFORM READ-EXCEPTION-RECORD.

       RELEASE-QUARANTINED-ROWS.
            OPEN INPUT QUAROUT
            IF WS-QUAROUT-STATUS NOT = '00'
               PERFORM NOTE-MISSING-SOURCE
               DISPLAY '*** CBLSCORE - QUAROUT COULD NOT BE OPENED - '
                  'NO QUARANTINES COUNTED. STATUS: ' WS-QUAROUT-STATUS
            ELSE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM READ-QUARANTINE-RECORD
               PERFORM RELEASE-ONE-QUARANTINE
                  UNTIL SOURCE-AT-END
               CLOSE QUAROUT
            END-IF.

       READ-QUARANTINE-RECORD.
            READ QUAROUT
            AT END MOVE 'Y' TO WS-SOURCE-EOF
            END-READ.

       RELEASE-ONE-QUARANTINE.
            ADD 1 TO WS-QUAR-READ-COUNT
            MOVE QA-RAW-DATA TO WS-CSV-SOURCE
            PERFORM LIFT-RAW-ROW-CODE

            EVALUATE QA-REASON
               WHEN 'NEW CNFRM SPIKE'
                  MOVE 7 TO WS-RELEASE-SLOT
               WHEN 'NEW DEATH SPIKE'
                  MOVE 8 TO WS-RELEASE-SLOT
               WHEN 'CUMULATIVE WENT DOWN'
                  MOVE 9 TO WS-RELEASE-SLOT
               WHEN 'SOURCE DISAGREEMENT'
                  MOVE 10 TO WS-RELEASE-SLOT
               WHEN OTHER
                  MOVE 11 TO WS-RELEASE-SLOT
            END-EVALUATE

            MOVE WS-RAW-CODE     TO SS-COUNTRY-CODE
            MOVE WS-RELEASE-SLOT TO SS-SLOT
            RELEASE SCORE-SORT-REC

            PERFORM READ-QUARANTINE-RECORD.

       RELEASE-RESTATEMENTS.
            OPEN INPUT CORROUT
            IF WS-CORROUT-STATUS NOT = '00'
               PERFORM NOTE-MISSING-SOURCE
               DISPLAY '*** CBLSCORE - CORROUT COULD NOT BE OPENED - '
                  'NO RESTATEMENTS COUNTED. STATUS: '
                  WS-CORROUT-STATUS
            ELSE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM READ-CORRECTION-RECORD
               PERFORM RELEASE-ONE-RESTATEMENT
                  UNTIL SOURCE-AT-END
               CLOSE CORROUT
            END-IF.

       READ-CORRECTION-RECORD.
            READ CORROUT
            AT END MOVE 'Y' TO WS-SOURCE-EOF
            END-READ.

       RELEASE-ONE-RESTATEMENT.
            ADD 1 TO WS-CORR-READ-COUNT
            MOVE CR-COUNTRY-CODE TO SS-COUNTRY-CODE
            MOVE 12 TO SS-SLOT
            RELEASE SCORE-SORT-REC

            PERFORM READ-CORRECTION-RECORD.

       RELEASE-REPAIRED-ROWS.
            OPEN INPUT REFEEDIN
            IF WS-REFEEDIN-STATUS NOT = '00'
               PERFORM NOTE-MISSING-SOURCE
               DISPLAY '*** CBLSCORE - REFEEDIN COULD NOT BE OPENED - '
                  'NO REPAIRS COUNTED. STATUS: ' WS-REFEEDIN-STATUS
            ELSE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM READ-REFEED-RECORD
               PERFORM RELEASE-ONE-REPAIR
                  UNTIL SOURCE-AT-END
               CLOSE REFEEDIN
            END-IF.

       READ-REFEED-RECORD.
            READ REFEEDIN
            AT END MOVE 'Y' TO WS-SOURCE-EOF
            END-READ.

      ****  // EACH RE-FEED CARRIES ITS OWN HDR/TRL CONTROL RECORDS -
      ****  // ONLY THE DETAIL ROWS BETWEEN THEM ARE REPAIRS
       RELEASE-ONE-REPAIR.
            EVALUATE REFEED-RECORD(1:4)
               WHEN 'HDR,'
                  CONTINUE
               WHEN 'TRL,'
                  CONTINUE
               WHEN OTHER
                  ADD 1 TO WS-REFEED-READ-COUNT
                  MOVE REFEED-RECORD TO WS-CSV-SOURCE
                  PERFORM LIFT-RAW-ROW-CODE
                  MOVE WS-RAW-CODE TO SS-COUNTRY-CODE
                  MOVE 14 TO SS-SLOT
                  RELEASE SCORE-SORT-REC
            END-EVALUATE

            PERFORM READ-REFEED-RECORD.

      ****  // EVERY COUNTRY POSTING IN THE MONTH GOES ON THE SCORECARD
      ****  // EVEN WITH NOTHING AGAINST IT; EVERY CALENDAR DAY IN THE
      ****  // MONTH BETWEEN TWO OF A COUNTRY'S POSTINGS THAT IS NOT
      ****  // ON FILE IS A MISSING DAY
       RELEASE-MISSING-DAYS.
            OPEN INPUT HISTIN
            IF WS-HISTIN-STATUS NOT = '00'
               PERFORM NOTE-MISSING-SOURCE
               DISPLAY '*** CBLSCORE - COVHIST COULD NOT BE OPENED - '
                  'NO MISSING DAYS COUNTED. STATUS: ' WS-HISTIN-STATUS
            ELSE
               MOVE 'N' TO WS-SOURCE-EOF
               MOVE SPACES TO WS-PREV-COUNTRY-CODE
               PERFORM READ-HIST-RECORD
               PERFORM CHECK-ONE-POSTING
                  UNTIL SOURCE-AT-END
               CLOSE HISTIN
            END-IF.

       READ-HIST-RECORD.
            READ HISTIN
            AT END MOVE 'Y' TO WS-SOURCE-EOF
            END-READ.

       CHECK-ONE-POSTING.
            IF HIST-COUNTRY-CODE NOT = WS-PREV-COUNTRY-CODE
               MOVE HIST-COUNTRY-CODE TO WS-PREV-COUNTRY-CODE
               MOVE SPACES TO WS-PREV-DATE
               MOVE 'N' TO WS-PRESENCE-RELEASED
            END-IF

            IF HIST-REPORT-DATE(1:7) = WS-SCORE-MONTH
               AND NOT PRESENCE-IS-RELEASED
               MOVE HIST-COUNTRY-CODE TO SS-COUNTRY-CODE
               MOVE ZERO TO SS-SLOT
               RELEASE SCORE-SORT-REC
               MOVE 'Y' TO WS-PRESENCE-RELEASED
            END-IF

            PERFORM CHECK-DATE-SEQUENCE

            MOVE HIST-REPORT-DATE TO WS-PREV-DATE
            PERFORM READ-HIST-RECORD.

      ****  // AS IN CBLHGAP - KEY ORDER GIVES THE DATES ASCENDING
      ****  // WITHIN A COUNTRY, AND A DATE THAT DOES NOT LOOK LIKE
      ****  // YYYY-MM-DD IS LEFT OUT OF THE WALK. A GAP THAT ENDS
      ****  // BEFORE THE MONTH OR STARTS AFTER IT IS NOT WALKED.
       CHECK-DATE-SEQUENCE.
            IF WS-PREV-DATE NOT = SPACES
               AND WS-PREV-DATE(1:4) NUMERIC
               AND WS-PREV-DATE(6:2) NUMERIC
               AND WS-PREV-DATE(9:2) NUMERIC
               AND HIST-REPORT-DATE(1:4) NUMERIC
               AND HIST-REPORT-DATE > WS-MONTH-FIRST
               AND WS-PREV-DATE < WS-MONTH-LAST
               MOVE WS-PREV-DATE(1:4) TO WS-EXP-YYYY
               MOVE WS-PREV-DATE(6:2) TO WS-EXP-MM
               MOVE WS-PREV-DATE(9:2) TO WS-EXP-DD
               PERFORM INCREMENT-EXPECTED-DAY
               PERFORM RELEASE-ONE-MISSING-DAY
                  UNTIL WS-EXPECTED-DATE NOT < HIST-REPORT-DATE
            END-IF.

       RELEASE-ONE-MISSING-DAY.
            IF WS-EXPECTED-DATE(1:7) = WS-SCORE-MONTH
               ADD 1 TO WS-MISSING-DAY-COUNT
               MOVE HIST-COUNTRY-CODE TO SS-COUNTRY-CODE
               MOVE 13 TO SS-SLOT
               RELEASE SCORE-SORT-REC
            END-IF
            PERFORM INCREMENT-EXPECTED-DAY.

       RELEASE-SCORE-EVIDENCE-X.
            EXIT.

      ****  // SORT OUTPUT SIDE - ONE CONTROL BREAK PER COUNTRY
       WRITE-SCORECARD.
            MOVE SPACES TO WS-SCORE-CODE
            PERFORM CLEAR-COUNTRY-SCORE
            PERFORM CLEAR-ONE-TOTAL
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 14

            PERFORM RETURN-SCORE-RECORD
            PERFORM SCORE-ONE-EVIDENCE-RECORD
               UNTIL SORT-AT-END

            IF WS-SCORE-CODE NOT = SPACES
               PERFORM FLUSH-COUNTRY-SCORE
            END-IF

            PERFORM WRITE-SCORE-TOTALS
            GO TO WRITE-SCORECARD-X.

       RETURN-SCORE-RECORD.
            RETURN SCORE-SORT
            AT END MOVE 'Y' TO WS-SORT-EOF
            END-RETURN.

       SCORE-ONE-EVIDENCE-RECORD.
            IF SS-COUNTRY-CODE NOT = WS-SCORE-CODE
               IF WS-SCORE-CODE NOT = SPACES
                  PERFORM FLUSH-COUNTRY-SCORE
               END-IF
               PERFORM CLEAR-COUNTRY-SCORE
               MOVE SS-COUNTRY-CODE TO WS-SCORE-CODE
            END-IF

            IF SS-SLOT > ZERO
               ADD 1 TO WS-SCORE-COUNT(SS-SLOT)
            END-IF

            PERFORM RETURN-SCORE-RECORD.

       CLEAR-COUNTRY-SCORE.
            PERFORM CLEAR-ONE-SCORE-COUNT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 14
            MOVE ZERO TO WS-SCORE-POINTS
            MOVE ZERO TO WS-SCORE-REJECTS
            MOVE ZERO TO WS-SCORE-QUARS.

       CLEAR-ONE-SCORE-COUNT.
            MOVE ZERO TO WS-SCORE-COUNT(WS-SLOT-IDX).

       CLEAR-ONE-TOTAL.
            MOVE ZERO TO WS-TOTAL-COUNT(WS-SLOT-IDX).

       FLUSH-COUNTRY-SCORE.
            ADD 1 TO WS-COUNTRY-COUNT
            PERFORM ADD-ONE-SLOT-POINTS
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 14
            ADD WS-SCORE-POINTS TO WS-TOTAL-POINTS

            EVALUATE TRUE
               WHEN WS-SCORE-POINTS = ZERO
                  MOVE 'A' TO WS-SCORE-GRADE
                  ADD 1 TO WS-GRADE-A-COUNT
               WHEN WS-SCORE-POINTS < 10
                  MOVE 'B' TO WS-SCORE-GRADE
                  ADD 1 TO WS-GRADE-B-COUNT
               WHEN WS-SCORE-POINTS < 30
                  MOVE 'C' TO WS-SCORE-GRADE
                  ADD 1 TO WS-GRADE-C-COUNT
               WHEN WS-SCORE-POINTS < 60
                  MOVE 'D' TO WS-SCORE-GRADE
                  ADD 1 TO WS-GRADE-D-COUNT
               WHEN OTHER
                  MOVE 'F' TO WS-SCORE-GRADE
                  ADD 1 TO WS-GRADE-F-COUNT
            END-EVALUATE

            MOVE SPACES TO WS-REF-NAME
            IF REF-FILE-OPEN
               MOVE WS-SCORE-CODE TO WS-REF-SEARCH-CODE
               MOVE WS-MONTH-LAST TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF

            PERFORM WRITE-SCORE-DETAIL

            IF WS-SCORE-POINTS > ZERO
               PERFORM RANK-COUNTRY-SCORE
            END-IF.

       ADD-ONE-SLOT-POINTS.
            COMPUTE WS-SCORE-POINTS = WS-SCORE-POINTS
               + WS-SCORE-COUNT(WS-SLOT-IDX)
                 * WS-SLOT-WEIGHT(WS-SLOT-IDX)
            ADD WS-SCORE-COUNT(WS-SLOT-IDX)
               TO WS-TOTAL-COUNT(WS-SLOT-IDX)

            IF WS-SLOT-IDX < 7
               ADD WS-SCORE-COUNT(WS-SLOT-IDX) TO WS-SCORE-REJECTS
            ELSE
               IF WS-SLOT-IDX < 12
                  ADD WS-SCORE-COUNT(WS-SLOT-IDX) TO WS-SCORE-QUARS
               END-IF
            END-IF.

      ****  // FIND THE FIRST RANKED ENTRY WITH FEWER POINTS, MOVE IT
      ****  // AND EVERYTHING BELOW IT DOWN ONE (THE TENTH FALLS OFF)
      ****  // AND PUT THIS COUNTRY IN ITS PLACE
       RANK-COUNTRY-SCORE.
            COMPUTE WS-RANK-POS = WS-RANK-COUNT + 1
            PERFORM TEST-ONE-RANK-ENTRY
               VARYING WS-RANK-IDX FROM WS-RANK-COUNT BY -1
               UNTIL WS-RANK-IDX < 1

            IF WS-RANK-POS NOT > 10
               IF WS-RANK-COUNT < 10
                  MOVE WS-RANK-COUNT TO WS-RANK-LAST
                  ADD 1 TO WS-RANK-COUNT
               ELSE
                  MOVE 9 TO WS-RANK-LAST
               END-IF

               PERFORM SHIFT-ONE-RANK-ENTRY
                  VARYING WS-RANK-IDX FROM WS-RANK-LAST BY -1
                  UNTIL WS-RANK-IDX < WS-RANK-POS

               MOVE WS-SCORE-CODE      TO WS-RANK-CODE(WS-RANK-POS)
               MOVE WS-REF-NAME(1:20)  TO WS-RANK-NAME(WS-RANK-POS)
               MOVE WS-SCORE-POINTS    TO WS-RANK-POINTS(WS-RANK-POS)
               MOVE WS-SCORE-GRADE     TO WS-RANK-GRADE(WS-RANK-POS)
               MOVE WS-SCORE-REJECTS   TO WS-RANK-REJECTS(WS-RANK-POS)
               MOVE WS-SCORE-QUARS     TO WS-RANK-QUARS(WS-RANK-POS)
               MOVE WS-SCORE-COUNT(12)
                  TO WS-RANK-RESTATED(WS-RANK-POS)
               MOVE WS-SCORE-COUNT(13)
                  TO WS-RANK-MISSING(WS-RANK-POS)
               MOVE WS-SCORE-COUNT(14)
                  TO WS-RANK-REPAIRED(WS-RANK-POS)
            END-IF.

       TEST-ONE-RANK-ENTRY.
            IF WS-SCORE-POINTS > WS-RANK-POINTS(WS-RANK-IDX)
               MOVE WS-RANK-IDX TO WS-RANK-POS
            END-IF.

       SHIFT-ONE-RANK-ENTRY.
            MOVE WS-RANK-ENTRY(WS-RANK-IDX)
               TO WS-RANK-ENTRY(WS-RANK-IDX + 1).

       WRITE-SCORE-DETAIL.
            IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-SCORE-HEADERS
            END-IF

            MOVE WS-SCORE-CODE     TO SDL-COUNTRY-CODE
            MOVE WS-REF-NAME(1:18) TO SDL-COUNTRY-NAME
            PERFORM EDIT-ONE-DETAIL-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 14
            MOVE WS-SCORE-POINTS   TO SDL-POINTS
            MOVE WS-SCORE-GRADE    TO SDL-GRADE
            IF GRADE-NEEDS-CAVEAT
               MOVE 'CAVEAT' TO SDL-CAVEAT
               ADD 1 TO WS-CAVEAT-COUNT
            ELSE
               MOVE SPACES TO SDL-CAVEAT
            END-IF

            WRITE SCORE-LINE FROM SCORE-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

       EDIT-ONE-DETAIL-SLOT.
            MOVE WS-SCORE-COUNT(WS-SLOT-IDX) TO WS-COUNT-EDIT
            MOVE WS-COUNT-EDIT TO SDL-SLOT(WS-SLOT-IDX).

       WRITE-SCORE-TOTALS.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-SCORE-HEADERS
            END-IF

            PERFORM EDIT-ONE-TOTAL-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 14
            MOVE WS-TOTAL-POINTS TO STL-POINTS

            MOVE WS-COUNTRY-COUNT TO GSL-COUNTRIES
            MOVE WS-GRADE-A-COUNT TO GSL-GRADE-A
            MOVE WS-GRADE-B-COUNT TO GSL-GRADE-B
            MOVE WS-GRADE-C-COUNT TO GSL-GRADE-C
            MOVE WS-GRADE-D-COUNT TO GSL-GRADE-D
            MOVE WS-GRADE-F-COUNT TO GSL-GRADE-F

            WRITE SCORE-LINE FROM BLANK-LINE
            WRITE SCORE-LINE FROM SCORE-TOTAL-LINE
            WRITE SCORE-LINE FROM BLANK-LINE
            WRITE SCORE-LINE FROM GRADE-SUMMARY-LINE
            ADD 4 TO WS-LINE-COUNT.

      ****  // A TOTAL TOO WIDE FOR THE COLUMN SHOWS AS NINES RATHER
      ****  // THAN LOSING ITS HIGH-ORDER DIGITS
       EDIT-ONE-TOTAL-SLOT.
            IF WS-TOTAL-COUNT(WS-SLOT-IDX) > 99999
               MOVE 99999 TO WS-COUNT-EDIT
            ELSE
               MOVE WS-TOTAL-COUNT(WS-SLOT-IDX) TO WS-COUNT-EDIT
            END-IF
            MOVE WS-COUNT-EDIT TO STL-SLOT(WS-SLOT-IDX).

       WRITE-SCORECARD-X.
            EXIT.

       WRITE-WORST-TEN.
            MOVE 'W' TO WS-REPORT-SECTION
            PERFORM WRITE-SCORE-HEADERS

            IF WS-RANK-COUNT = ZERO
               WRITE SCORE-LINE FROM NO-WORST-LINE
            ELSE
               PERFORM WRITE-ONE-WORST-LINE
                  VARYING WS-RANK-IDX FROM 1 BY 1
                  UNTIL WS-RANK-IDX > WS-RANK-COUNT
            END-IF.

       WRITE-ONE-WORST-LINE.
            MOVE WS-RANK-IDX                   TO WDL-RANK
            MOVE WS-RANK-CODE(WS-RANK-IDX)     TO WDL-COUNTRY-CODE
            MOVE WS-RANK-NAME(WS-RANK-IDX)     TO WDL-COUNTRY-NAME
            MOVE WS-RANK-POINTS(WS-RANK-IDX)   TO WDL-POINTS
            MOVE WS-RANK-GRADE(WS-RANK-IDX)    TO WDL-GRADE
            MOVE WS-RANK-REJECTS(WS-RANK-IDX)  TO WDL-REJECTS
            MOVE WS-RANK-QUARS(WS-RANK-IDX)    TO WDL-QUARS
            MOVE WS-RANK-RESTATED(WS-RANK-IDX) TO WDL-RESTATED
            MOVE WS-RANK-MISSING(WS-RANK-IDX)  TO WDL-MISSING
            MOVE WS-RANK-REPAIRED(WS-RANK-IDX) TO WDL-REPAIRED
            WRITE SCORE-LINE FROM WORST-DETAIL-LINE.

       WRITE-SCORE-HEADERS.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO SH1-PAGE-NO

            WRITE SCORE-LINE FROM SCORE-HEADING-1
            IF SCORECARD-SECTION
               WRITE SCORE-LINE FROM SCORE-HEADING-2
               WRITE SCORE-LINE FROM BLANK-LINE
               WRITE SCORE-LINE FROM SCORE-HEADING-3
               WRITE SCORE-LINE FROM SCORE-HEADING-4
               MOVE 5 TO WS-LINE-COUNT
            ELSE
               WRITE SCORE-LINE FROM WORST-HEADING-2
               WRITE SCORE-LINE FROM BLANK-LINE
               WRITE SCORE-LINE FROM WORST-HEADING-3
               MOVE 4 TO WS-LINE-COUNT
            END-IF

            WRITE SCORE-LINE FROM BLANK-LINE
            ADD 1 TO WS-LINE-COUNT.

      ****  // THE CODE IS THE SECOND FIELD OF A DETAIL ROW WHETHER OR
      ****  // NOT A PROVINCE FOLLOWS THE SLUG. A ROW TOO DAMAGED TO
      ****  // YIELD ONE IS COUNTED UNDER ????.
       LIFT-RAW-ROW-CODE.
            PERFORM PREPARE-CSV-RECORD
            MOVE SPACES TO WS-RAW-CODE

            UNSTRING WS-CSV-CLEANED DELIMITED BY ','
               INTO WS-RAW-COUNTRY
                    WS-RAW-CODE
            END-UNSTRING

            IF WS-RAW-CODE = SPACES
               MOVE '????' TO WS-RAW-CODE
            END-IF.

       PREPARE-CSV-RECORD.
            MOVE SPACES TO WS-CSV-CLEANED
            MOVE ZERO TO WS-CSV-OUT-IDX
            MOVE 'N' TO WS-IN-QUOTES

            PERFORM PREPARE-ONE-CSV-CHAR
               VARYING WS-CSV-IN-IDX FROM 1 BY 1
               UNTIL WS-CSV-IN-IDX > 104.

       PREPARE-ONE-CSV-CHAR.
            EVALUATE TRUE
               WHEN WS-CSV-SOURCE(WS-CSV-IN-IDX:1) = '"'
                  IF INSIDE-QUOTED-FIELD
                     MOVE 'N' TO WS-IN-QUOTES
                  ELSE
                     MOVE 'Y' TO WS-IN-QUOTES
                  END-IF
               WHEN WS-CSV-SOURCE(WS-CSV-IN-IDX:1) = ','
                  AND INSIDE-QUOTED-FIELD
                  ADD 1 TO WS-CSV-OUT-IDX
                  MOVE WS-COMMA-MASK
                     TO WS-CSV-CLEANED(WS-CSV-OUT-IDX:1)
               WHEN OTHER
                  ADD 1 TO WS-CSV-OUT-IDX
                  MOVE WS-CSV-SOURCE(WS-CSV-IN-IDX:1)
                     TO WS-CSV-CLEANED(WS-CSV-OUT-IDX:1)
            END-EVALUATE.

       NOTE-MISSING-SOURCE.
            ADD 1 TO WS-MISSING-SOURCES.

       INCREMENT-EXPECTED-DAY.
            PERFORM GET-DAYS-IN-MONTH
            IF WS-EXP-DD < WS-MONTH-DAYS
               ADD 1 TO WS-EXP-DD
            ELSE
               MOVE 1 TO WS-EXP-DD
               IF WS-EXP-MM < 12
                  ADD 1 TO WS-EXP-MM
               ELSE
                  MOVE 1 TO WS-EXP-MM
                  ADD 1 TO WS-EXP-YYYY
               END-IF
            END-IF.

       GET-DAYS-IN-MONTH.
            MOVE WS-MONTH-DAY-ENTRY(WS-EXP-MM) TO WS-MONTH-DAYS

            IF WS-EXP-MM = 2
               DIVIDE WS-EXP-YYYY BY 4
                  GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                  DIVIDE WS-EXP-YYYY BY 100
                     GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM NOT = ZERO
                     MOVE 29 TO WS-MONTH-DAYS
                  ELSE
                     DIVIDE WS-EXP-YYYY BY 400
                        GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = ZERO
                        MOVE 29 TO WS-MONTH-DAYS
                     END-IF
                  END-IF
               END-IF
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
                     MOVE REF-COUNTRY-NAME TO WS-REF-NAME
                  END-IF
               END-IF
            END-IF.
