      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * 14-day forward projection of new confirmed cases and new
      * deaths over the COVHIST country history master, with a
      * forecast-accuracy track record for the planning group.
      * For every country on file the last 7 posted days give the
      * current daily average and the 7 days before them give the
      * week-on-week change; each of the 14 days after the country's
      * latest posting is projected along that straight line (never
      * below zero, and flat when fewer than 14 days are on file).
      * A country with fewer than 7 posted days is not projected.
      * Each projected day is saved on the FCSTHIST forecast file,
      * keyed by country, target date and the posting date it was
      * projected from. On later runs every saved projection whose
      * target date is among the country's last 28 posted days is
      * set against the actual COVHIST posting for that date, and
      * the forecast error is reported as the absolute errors over
      * the actuals, in per cent:
      *    GOOD    - CASE ERROR 20% OR LESS
      *    FAIR    - CASE ERROR OVER 20% UP TO 50%
      *    POOR    - CASE ERROR OVER 50%
      *    TOO FEW - FEWER THAN 7 PROJECTED DAYS TO COMPARE YET
      * The PROJRPT report lists the projected 14-day totals by
      * country and then by the CTRYREF region in effect on each
      * country's latest posting date.
      * Return codes:
      *    0 - PROJECTIONS REPORTED AND SAVED
      *    4 - FCSTHIST NOT AVAILABLE - PROJECTIONS REPORTED ONLY,
      *        NOTHING SAVED OR COMPARED
      *   12 - COVHIST COULD NOT BE OPENED
      *-----------------------
       PROGRAM-ID.    CBLPROJ.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT HISTIN ASSIGN TO COVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HIST-KEY
             FILE STATUS IS WS-HISTIN-STATUS.

             SELECT FCSTHIST ASSIGN TO FCSTHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FC-KEY
             FILE STATUS IS WS-FCSTHIST-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT PROJOUT ASSIGN TO PROJRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PROJOUT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

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

      ****  // ONE RECORD PER COUNTRY PER PROJECTED DAY PER RUN. THE
      ****  // TARGET DATE LEADS THE BASE DATE IN THE KEY SO A
      ****  // COUNTRY'S PROJECTIONS FOR A RANGE OF DATES CAN BE READ
      ****  // WITH ONE START
       FD  FCSTHIST.
       01  FORECAST-RECORD.
           05  FC-KEY.
               10  FC-COUNTRY-CODE     PIC X(4).
               10  FC-TARGET-DATE      PIC X(10).
               10  FC-BASE-DATE        PIC X(10).
           05  FC-DAY-NUMBER       PIC 9(2).
           05  FC-PROJ-NEW-CNFRM   PIC 9(7).
           05  FC-PROJ-NEW-DEATH   PIC 9(7).
           05  FC-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(12).

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

       FD  PROJOUT RECORDING MODE F.
       01  PROJ-LINE               PIC X(133).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-HISTIN-STATUS        PIC XX VALUE '00'.

       01  WS-FCSTHIST-STATUS      PIC XX VALUE '00'.

       01  WS-CTRYREF-STATUS       PIC XX VALUE '00'.

       01  WS-PROJOUT-STATUS       PIC XX VALUE '00'.

       01  WS-HIST-EOF             PIC X VALUE 'N'.
           88  HIST-AT-END             VALUE 'Y'.

      ****  // SAME KEYED-FILE HANDLING AS COVHIST IN THE MAIN RUN -
      ****  // A FRESHLY DEFINED, EMPTY CLUSTER IS LOADED WITH OPEN
      ****  // OUTPUT; WITHOUT THE FILE NOTHING IS SAVED OR COMPARED
       01  WS-FCSTHIST-MODE        PIC X VALUE 'U'.
           88  FCSTHIST-LOAD-MODE      VALUE 'L'.
           88  FCSTHIST-UNAVAILABLE    VALUE 'X'.

       01  WS-FCST-SCAN-END        PIC X VALUE 'N'.
           88  FCST-SCAN-ENDED         VALUE 'Y'.

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

       01  WS-PROJ-CONTROLS.
           05  WS-PREV-COUNTRY-CODE    PIC X(4) VALUE SPACES.
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE 'Y'.
               88  FIRST-RECORD-OF-RUN     VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05  WS-COUNTRY-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-PROJECTED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-SHORT-HIST-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-FCST-WRITE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-FCST-FAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-FCST-COMPARE-COUNT   PIC 9(7) VALUE ZERO.

      ****  // ROLLING WINDOW OF THE LAST 28 POSTED DAYS FOR THE
      ****  // COUNTRY IN HAND - ENTRY 1 IS THE OLDEST, ENTRY
      ****  // WS-WINDOW-COUNT THE NEWEST, AS IN THE TREND REPORT.
      ****  // THE NEWEST 14 FEED THE PROJECTION; ALL 28 ARE THE
      ****  // ACTUALS THE SAVED PROJECTIONS ARE SCORED AGAINST.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-WINDOW-IDX        PIC 9(3) VALUE ZERO.
           05  WS-WINDOW-ENTRY OCCURS 28 TIMES.
               10  WS-WINDOW-DATE       PIC X(10).
               10  WS-WINDOW-NEW-CNFRM  PIC 9(7).
               10  WS-WINDOW-NEW-DEATH  PIC 9(7).

       01  WS-PROJECTION-WORK.
           05  WS-PROJ-BASE-DATE    PIC X(10) VALUE SPACES.
           05  WS-PROJ-STATUS       PIC X VALUE 'N'.
               88  COUNTRY-PROJECTED    VALUE 'Y'.
           05  WS-RECENT-START      PIC 9(3) VALUE ZERO.
           05  WS-PRIOR-START       PIC 9(3) VALUE ZERO.
           05  WS-SUM-RECENT-CNFRM  PIC 9(8) VALUE ZERO.
           05  WS-SUM-RECENT-DEATH  PIC 9(8) VALUE ZERO.
           05  WS-SUM-PRIOR-CNFRM   PIC 9(8) VALUE ZERO.
           05  WS-SUM-PRIOR-DEATH   PIC 9(8) VALUE ZERO.
           05  WS-AVG-RECENT-CNFRM  PIC 9(7)V99 VALUE ZERO.
           05  WS-AVG-RECENT-DEATH  PIC 9(7)V99 VALUE ZERO.
           05  WS-SLOPE-CNFRM       PIC S9(7)V99 VALUE ZERO.
           05  WS-SLOPE-DEATH       PIC S9(7)V99 VALUE ZERO.
           05  WS-PROJ-DAY          PIC 9(2) VALUE ZERO.
           05  WS-PROJ-VALUE        PIC S9(9)V99 VALUE ZERO.
           05  WS-PROJ-DAY-CNFRM    PIC 9(7) VALUE ZERO.
           05  WS-PROJ-DAY-DEATH    PIC 9(7) VALUE ZERO.
           05  WS-PROJ-TOT-CNFRM    PIC 9(9) VALUE ZERO.
           05  WS-PROJ-TOT-DEATH    PIC 9(9) VALUE ZERO.

      ****  // ERROR WORK - ABSOLUTE ERRORS SUMMED OVER THE ACTUALS
      ****  // THEY WERE MEASURED AGAINST
       01  WS-ACCURACY-WORK.
           05  WS-ACT-FOUND         PIC X VALUE 'N'.
               88  ACTUAL-FOUND         VALUE 'Y'.
           05  WS-ACT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-ACC-COMPARED      PIC 9(5) VALUE ZERO.
           05  WS-ACC-ACT-CNFRM     PIC 9(11) VALUE ZERO.
           05  WS-ACC-ACT-DEATH     PIC 9(11) VALUE ZERO.
           05  WS-ACC-ERR-CNFRM     PIC 9(11) VALUE ZERO.
           05  WS-ACC-ERR-DEATH     PIC 9(11) VALUE ZERO.
           05  WS-ACC-DIFF          PIC S9(8) VALUE ZERO.
           05  WS-ERR-PCT-CNFRM     PIC 9(3)V9 VALUE ZERO.
           05  WS-ERR-PCT-DEATH     PIC 9(3)V9 VALUE ZERO.
           05  WS-ACC-RATING        PIC X(8) VALUE SPACES.
           05  WS-ERR-PCT           PIC 9(3)V9 VALUE ZERO.
           05  WS-ERR-SUM-ERR       PIC 9(11) VALUE ZERO.
           05  WS-ERR-SUM-ACT       PIC 9(11) VALUE ZERO.

      ****  // PROJECTED TOTALS BY REGION, IN ORDER OF FIRST SIGHTING
       01  WS-REGION-TABLE.
           05  WS-REGION-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-REGION-IDX        PIC 9(3) VALUE ZERO.
           05  WS-REGION-MATCH-IDX  PIC 9(3) VALUE ZERO.
           05  WS-REGION-ENTRY OCCURS 50 TIMES.
               10  WS-REGION-NAME       PIC X(20).
               10  WS-REGION-COUNTRIES  PIC 9(5).
               10  WS-REGION-CNFRM      PIC 9(11).
               10  WS-REGION-DEATH      PIC 9(11).

       01  WS-REGION-KEY           PIC X(20) VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-PROJ-CNFRM  PIC 9(11) VALUE ZERO.
           05  WS-GRAND-PROJ-DEATH  PIC 9(11) VALUE ZERO.

      ****  // TARGET-DATE WORK - THE BASE DATE WALKED FORWARD ONE
      ****  // CALENDAR DAY AT A TIME, SAME MANUAL CALENDAR ARITHMETIC
      ****  // AS THE ARCHIVE PROGRAM'S CUTOFF DATE
       01  WS-TARGET-WORK.
           05  WS-TGT-YEAR             PIC 9(4) VALUE ZERO.
           05  WS-TGT-MONTH            PIC 9(2) VALUE ZERO.
           05  WS-TGT-DAY              PIC 9(2) VALUE ZERO.
           05  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
           05  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
           05  WS-TARGET-DATE.
               10  WS-TARGET-YYYY      PIC 9(4).
               10  FILLER              PIC X VALUE '-'.
               10  WS-TARGET-MM        PIC 9(2).
               10  FILLER              PIC X VALUE '-'.
               10  WS-TARGET-DD        PIC 9(2).

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

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-REPORT-SECTION       PIC X VALUE 'C'.
               88  COUNTRY-SECTION         VALUE 'C'.
               88  REGION-SECTION          VALUE 'R'.

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'COVID-19 14-DAY PROJECTION REPORT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  RH1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(56) VALUE SPACES.
           05  RH1-PAGE-LIT            PIC X(05) VALUE 'PAGE '.
           05  RH1-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  COUNTRY-HEADING-2.
           05  FILLER                  PIC X(50) VALUE
               'PROJECTED NEW FIGURES FOR THE 14 DAYS AFTER EACH'.
           05  FILLER                  PIC X(50) VALUE
               'COUNTRY''S LATEST POSTING, WITH THE FORECAST ERROR'.
           05  FILLER                  PIC X(33) VALUE
               'OF EARLIER PROJECTIONS'.

       01  COUNTRY-HEADING-3.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(21) VALUE 'NAME'.
           05  FILLER                  PIC X(21) VALUE 'REGION'.
           05  FILLER                  PIC X(11) VALUE 'BASE DATE'.
           05  FILLER                  PIC X(12) VALUE '  7-DAY AVG'.
           05  FILLER                  PIC X(12) VALUE ' PROJ CASES'.
           05  FILLER                  PIC X(13) VALUE 'PROJ DEATHS'.
           05  FILLER                  PIC X(07) VALUE 'COMPAR'.
           05  FILLER                  PIC X(16) VALUE
               'CASE ERR  DEATHS'.
           05  FILLER                  PIC X(15) VALUE ' RATING'.

       01  REGION-HEADING-2.
           05  FILLER                  PIC X(50) VALUE
               'PROJECTED NEW FIGURES FOR THE NEXT 14 DAYS BY'.
           05  FILLER                  PIC X(83) VALUE
               'CTRYREF REGION'.

       01  REGION-HEADING-3.
           05  FILLER                  PIC X(21) VALUE 'REGION'.
           05  FILLER                  PIC X(08) VALUE 'COUNTRS'.
           05  FILLER                  PIC X(16) VALUE
               '      PROJ CASES'.
           05  FILLER                  PIC X(88) VALUE
               '     PROJ DEATHS'.

       01  COUNTRY-DETAIL-LINE.
           05  CDL-COUNTRY-CODE        PIC X(4).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-COUNTRY-NAME        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-REGION              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-BASE-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-AVG-CNFRM           PIC Z,ZZZ,ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-PROJ-AREA.
               10  CDL-PROJ-CNFRM      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  CDL-PROJ-DEATH      PIC ZZ,ZZZ,ZZ9.
           05  CDL-PROJ-NOTE REDEFINES CDL-PROJ-AREA PIC X(22).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CDL-COMPARED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-ERR-AREA.
               10  CDL-ERR-CNFRM       PIC ZZZ9.9.
               10  FILLER              PIC X(02) VALUE '% '.
               10  CDL-ERR-DEATH       PIC ZZZ9.9.
               10  FILLER              PIC X(01) VALUE '%'.
           05  CDL-ERR-NOTE REDEFINES CDL-ERR-AREA PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-RATING              PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  REGION-DETAIL-LINE.
           05  RDL-REGION              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RDL-COUNTRIES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-PROJ-CNFRM          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-PROJ-DEATH          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  BLANK-LINE                  PIC X(133) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
            OPEN INPUT HISTIN.
            IF WS-HISTIN-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLPROJ - COVHIST HISTORY MASTER COULD '
                  'NOT BE OPENED. STATUS: ' WS-HISTIN-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM OPEN-FORECAST-FILE.
            PERFORM OPEN-COUNTRY-REFERENCE.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO RH1-RUN-DATE.
            OPEN OUTPUT PROJOUT.

            PERFORM READ-HIST-RECORD.
            PERFORM PROCESS-HIST-RECORD
               UNTIL HIST-AT-END.

            PERFORM FLUSH-COUNTRY-PROJECTION.

            PERFORM WRITE-REGION-SECTION.

            CLOSE HISTIN
            CLOSE PROJOUT
            IF NOT FCSTHIST-UNAVAILABLE
               CLOSE FCSTHIST
            END-IF
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLPROJ COMPLETE - RUN DATE ' WS-RUN-DATE.
            DISPLAY 'COUNTRIES ON FILE:         ' WS-COUNTRY-COUNT.
            DISPLAY 'COUNTRIES PROJECTED:       ' WS-PROJECTED-COUNT.
            DISPLAY 'TOO LITTLE HISTORY:        ' WS-SHORT-HIST-COUNT.
            DISPLAY 'PROJECTIONS SAVED:         ' WS-FCST-WRITE-COUNT.
            DISPLAY 'PROJECTIONS NOT SAVED:     ' WS-FCST-FAIL-COUNT.
            DISPLAY 'PROJECTIONS SCORED:        '
               WS-FCST-COMPARE-COUNT.
            DISPLAY WS-ASTER.

            IF FCSTHIST-UNAVAILABLE OR WS-FCST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

       OPEN-FORECAST-FILE.
            OPEN I-O FCSTHIST
            IF WS-FCSTHIST-STATUS NOT = '00'
               OPEN OUTPUT FCSTHIST
               MOVE 'L' TO WS-FCSTHIST-MODE
               IF WS-FCSTHIST-STATUS NOT = '00'
                  MOVE 'X' TO WS-FCSTHIST-MODE
                  DISPLAY WS-ASTER
                  DISPLAY '*** FCSTHIST COULD NOT BE OPENED - '
                     'PROJECTIONS ARE REPORTED BUT NOT SAVED OR '
                     'SCORED. STATUS: ' WS-FCSTHIST-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF.

      ****  // THE REFERENCE ONLY NAMES THE COUNTRY AND GIVES ITS
      ****  // REGION. WITHOUT IT EVERY COUNTRY IS TOTALLED UNDER ONE
      ****  // UNASSIGNED REGION - SAY SO.
       OPEN-COUNTRY-REFERENCE.
            OPEN INPUT CTRYREF

            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
               DISPLAY '*** CBLPROJ - CTRYREF NOT AVAILABLE - REGION '
                  'TOTALS ARE ALL UNASSIGNED.'
            END-IF.

       READ-HIST-RECORD.
            READ HISTIN
            AT END MOVE 'Y' TO WS-HIST-EOF
            END-READ.

       PROCESS-HIST-RECORD.
            IF NOT FIRST-RECORD-OF-RUN
               AND HIST-COUNTRY-CODE NOT = WS-PREV-COUNTRY-CODE
               PERFORM FLUSH-COUNTRY-PROJECTION
            END-IF

            MOVE 'N' TO WS-FIRST-RECORD-SWITCH
            MOVE HIST-COUNTRY-CODE TO WS-PREV-COUNTRY-CODE
            PERFORM ADD-WINDOW-ENTRY
            PERFORM READ-HIST-RECORD.

       ADD-WINDOW-ENTRY.
            IF WS-WINDOW-COUNT < 28
               ADD 1 TO WS-WINDOW-COUNT
            ELSE
      ****     // WINDOW FULL - DROP THE OLDEST DAY AND SLIDE THE
      ****     // REST DOWN ONE SO THE NEWEST LANDS IN ENTRY 28
               PERFORM SHIFT-ONE-WINDOW-ENTRY
                  VARYING WS-WINDOW-IDX FROM 1 BY 1
                  UNTIL WS-WINDOW-IDX > 27
            END-IF

            MOVE HIST-REPORT-DATE TO WS-WINDOW-DATE(WS-WINDOW-COUNT)
            MOVE HIST-NEW-CNFRM
               TO WS-WINDOW-NEW-CNFRM(WS-WINDOW-COUNT)
            MOVE HIST-NEW-DEATH
               TO WS-WINDOW-NEW-DEATH(WS-WINDOW-COUNT).

       SHIFT-ONE-WINDOW-ENTRY.
            MOVE WS-WINDOW-ENTRY(WS-WINDOW-IDX + 1)
               TO WS-WINDOW-ENTRY(WS-WINDOW-IDX).

      ****  // A COUNTRY'S POSTINGS ARE ALL IN - SCORE WHAT WAS
      ****  // PROJECTED FOR THE DAYS NOW POSTED BEFORE SAVING THE NEW
      ****  // PROJECTION, WHICH ONLY COVERS DAYS NOT YET POSTED
       FLUSH-COUNTRY-PROJECTION.
            IF WS-WINDOW-COUNT > ZERO
               ADD 1 TO WS-COUNTRY-COUNT
               MOVE WS-WINDOW-DATE(WS-WINDOW-COUNT)
                  TO WS-PROJ-BASE-DATE
               PERFORM RESOLVE-COUNTRY-REFERENCE
               PERFORM SCORE-EARLIER-PROJECTIONS
               PERFORM PROJECT-COUNTRY
               PERFORM WRITE-COUNTRY-LINE
               MOVE ZERO TO WS-WINDOW-COUNT
            END-IF.

       RESOLVE-COUNTRY-REFERENCE.
            MOVE 'N' TO WS-REF-FOUND
            IF REF-FILE-OPEN
               MOVE WS-PREV-COUNTRY-CODE TO WS-REF-SEARCH-CODE
               MOVE WS-PROJ-BASE-DATE    TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF

            IF REF-RECORD-FOUND
               MOVE WS-REF-REGION TO WS-REGION-KEY
            ELSE
               MOVE SPACES TO WS-REF-NAME
               MOVE 'UNASSIGNED' TO WS-REGION-KEY
            END-IF.

      ****  // EVERY SAVED PROJECTION FOR A DATE STILL IN THE WINDOW
      ****  // IS SCORED - A DATE IS USUALLY PROJECTED BY SEVERAL
      ****  // EARLIER RUNS, ONE TO 14 DAYS AHEAD, AND EACH COUNTS
       SCORE-EARLIER-PROJECTIONS.
            MOVE ZERO TO WS-ACC-COMPARED
            MOVE ZERO TO WS-ACC-ACT-CNFRM
            MOVE ZERO TO WS-ACC-ACT-DEATH
            MOVE ZERO TO WS-ACC-ERR-CNFRM
            MOVE ZERO TO WS-ACC-ERR-DEATH

            IF NOT FCSTHIST-UNAVAILABLE
               AND NOT FCSTHIST-LOAD-MODE
               MOVE 'N' TO WS-FCST-SCAN-END
               MOVE WS-PREV-COUNTRY-CODE TO FC-COUNTRY-CODE
               MOVE WS-WINDOW-DATE(1)    TO FC-TARGET-DATE
               MOVE LOW-VALUES           TO FC-BASE-DATE
               START FCSTHIST KEY NOT < FC-KEY
                  INVALID KEY
                     MOVE 'Y' TO WS-FCST-SCAN-END
               END-START

               PERFORM SCORE-NEXT-PROJECTION
                  UNTIL FCST-SCAN-ENDED
            END-IF

            ADD WS-ACC-COMPARED TO WS-FCST-COMPARE-COUNT

            MOVE WS-ACC-ERR-CNFRM TO WS-ERR-SUM-ERR
            MOVE WS-ACC-ACT-CNFRM TO WS-ERR-SUM-ACT
            PERFORM COMPUTE-ERROR-PERCENT
            MOVE WS-ERR-PCT TO WS-ERR-PCT-CNFRM

            MOVE WS-ACC-ERR-DEATH TO WS-ERR-SUM-ERR
            MOVE WS-ACC-ACT-DEATH TO WS-ERR-SUM-ACT
            PERFORM COMPUTE-ERROR-PERCENT
            MOVE WS-ERR-PCT TO WS-ERR-PCT-DEATH

            EVALUATE TRUE
               WHEN WS-ACC-COMPARED < 7
                  MOVE 'TOO FEW' TO WS-ACC-RATING
               WHEN WS-ERR-PCT-CNFRM NOT > 20
                  MOVE 'GOOD' TO WS-ACC-RATING
               WHEN WS-ERR-PCT-CNFRM NOT > 50
                  MOVE 'FAIR' TO WS-ACC-RATING
               WHEN OTHER
                  MOVE 'POOR' TO WS-ACC-RATING
            END-EVALUATE.

       SCORE-NEXT-PROJECTION.
            READ FCSTHIST NEXT RECORD
            AT END MOVE 'Y' TO WS-FCST-SCAN-END
            END-READ

            IF NOT FCST-SCAN-ENDED
               IF FC-COUNTRY-CODE NOT = WS-PREV-COUNTRY-CODE
                  OR FC-TARGET-DATE > WS-PROJ-BASE-DATE
                  MOVE 'Y' TO WS-FCST-SCAN-END
               ELSE
                  PERFORM FIND-ACTUAL-FOR-TARGET
                  IF ACTUAL-FOUND
                     PERFORM SCORE-ONE-PROJECTION
                  END-IF
               END-IF
            END-IF.

      ****  // A TARGET DATE WITH NO POSTING (A GAP IN THE FEED) HAS
      ****  // NOTHING TO BE SCORED AGAINST AND IS PASSED OVER
       FIND-ACTUAL-FOR-TARGET.
            MOVE 'N' TO WS-ACT-FOUND
            MOVE 1 TO WS-WINDOW-IDX

            PERFORM TEST-ONE-ACTUAL
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                  OR ACTUAL-FOUND.

       TEST-ONE-ACTUAL.
            IF WS-WINDOW-DATE(WS-WINDOW-IDX) = FC-TARGET-DATE
               MOVE 'Y' TO WS-ACT-FOUND
               MOVE WS-WINDOW-IDX TO WS-ACT-IDX
            END-IF
            ADD 1 TO WS-WINDOW-IDX.

       SCORE-ONE-PROJECTION.
            ADD 1 TO WS-ACC-COMPARED
            ADD WS-WINDOW-NEW-CNFRM(WS-ACT-IDX) TO WS-ACC-ACT-CNFRM
            ADD WS-WINDOW-NEW-DEATH(WS-ACT-IDX) TO WS-ACC-ACT-DEATH

            COMPUTE WS-ACC-DIFF =
               FC-PROJ-NEW-CNFRM - WS-WINDOW-NEW-CNFRM(WS-ACT-IDX)
            IF WS-ACC-DIFF < ZERO
               COMPUTE WS-ACC-DIFF = ZERO - WS-ACC-DIFF
            END-IF
            ADD WS-ACC-DIFF TO WS-ACC-ERR-CNFRM

            COMPUTE WS-ACC-DIFF =
               FC-PROJ-NEW-DEATH - WS-WINDOW-NEW-DEATH(WS-ACT-IDX)
            IF WS-ACC-DIFF < ZERO
               COMPUTE WS-ACC-DIFF = ZERO - WS-ACC-DIFF
            END-IF
            ADD WS-ACC-DIFF TO WS-ACC-ERR-DEATH.

      ****  // NO ACTUALS AT ALL - A PERFECT ZERO PROJECTION SCORES
      ****  // 0%, ANYTHING ELSE THE CEILING
       COMPUTE-ERROR-PERCENT.
            EVALUATE TRUE
               WHEN WS-ERR-SUM-ACT > ZERO
                  COMPUTE WS-ERR-PCT ROUNDED =
                     WS-ERR-SUM-ERR * 100 / WS-ERR-SUM-ACT
                     ON SIZE ERROR
                        MOVE 999.9 TO WS-ERR-PCT
                  END-COMPUTE
               WHEN WS-ERR-SUM-ERR = ZERO
                  MOVE ZERO TO WS-ERR-PCT
               WHEN OTHER
                  MOVE 999.9 TO WS-ERR-PCT
            END-EVALUATE.

      ****  // THE LATEST 7 DAYS GIVE THE LEVEL, CENTRED 3 DAYS BEFORE
      ****  // THE BASE DATE; THE CHANGE FROM THE 7 DAYS BEFORE THEM
      ****  // GIVES THE DAILY SLOPE. DAY N AHEAD IS THE LEVEL PLUS
      ****  // N + 3 DAYS OF SLOPE, FLOORED AT ZERO.
       PROJECT-COUNTRY.
            MOVE ZERO TO WS-PROJ-TOT-CNFRM
            MOVE ZERO TO WS-PROJ-TOT-DEATH
            MOVE ZERO TO WS-AVG-RECENT-CNFRM

            IF WS-WINDOW-COUNT < 7
               MOVE 'N' TO WS-PROJ-STATUS
               ADD 1 TO WS-SHORT-HIST-COUNT
            ELSE
               MOVE 'Y' TO WS-PROJ-STATUS
               ADD 1 TO WS-PROJECTED-COUNT
               PERFORM COMPUTE-PROJECTION-TREND
               MOVE WS-PROJ-BASE-DATE(1:4) TO WS-TGT-YEAR
               MOVE WS-PROJ-BASE-DATE(6:2) TO WS-TGT-MONTH
               MOVE WS-PROJ-BASE-DATE(9:2) TO WS-TGT-DAY
               PERFORM PROJECT-ONE-DAY
                  VARYING WS-PROJ-DAY FROM 1 BY 1
                  UNTIL WS-PROJ-DAY > 14
               PERFORM ADD-REGION-TOTALS
            END-IF.

       COMPUTE-PROJECTION-TREND.
            MOVE ZERO TO WS-SUM-RECENT-CNFRM
            MOVE ZERO TO WS-SUM-RECENT-DEATH
            MOVE ZERO TO WS-SUM-PRIOR-CNFRM
            MOVE ZERO TO WS-SUM-PRIOR-DEATH
            MOVE ZERO TO WS-SLOPE-CNFRM
            MOVE ZERO TO WS-SLOPE-DEATH

            COMPUTE WS-RECENT-START = WS-WINDOW-COUNT - 6
            PERFORM SUM-ONE-RECENT-ENTRY
               VARYING WS-WINDOW-IDX FROM WS-RECENT-START BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT

            COMPUTE WS-AVG-RECENT-CNFRM ROUNDED =
               WS-SUM-RECENT-CNFRM / 7
            COMPUTE WS-AVG-RECENT-DEATH ROUNDED =
               WS-SUM-RECENT-DEATH / 7

            IF WS-WINDOW-COUNT NOT < 14
               COMPUTE WS-PRIOR-START = WS-WINDOW-COUNT - 13
               PERFORM SUM-ONE-PRIOR-ENTRY
                  VARYING WS-WINDOW-IDX FROM WS-PRIOR-START BY 1
                  UNTIL WS-WINDOW-IDX NOT < WS-RECENT-START
               COMPUTE WS-SLOPE-CNFRM ROUNDED =
                  (WS-SUM-RECENT-CNFRM - WS-SUM-PRIOR-CNFRM) / 49
               COMPUTE WS-SLOPE-DEATH ROUNDED =
                  (WS-SUM-RECENT-DEATH - WS-SUM-PRIOR-DEATH) / 49
            END-IF.

       SUM-ONE-RECENT-ENTRY.
            ADD WS-WINDOW-NEW-CNFRM(WS-WINDOW-IDX)
               TO WS-SUM-RECENT-CNFRM
            ADD WS-WINDOW-NEW-DEATH(WS-WINDOW-IDX)
               TO WS-SUM-RECENT-DEATH.

       SUM-ONE-PRIOR-ENTRY.
            ADD WS-WINDOW-NEW-CNFRM(WS-WINDOW-IDX)
               TO WS-SUM-PRIOR-CNFRM
            ADD WS-WINDOW-NEW-DEATH(WS-WINDOW-IDX)
               TO WS-SUM-PRIOR-DEATH.

       PROJECT-ONE-DAY.
            PERFORM INCREMENT-TARGET-ONE-DAY

            COMPUTE WS-PROJ-VALUE ROUNDED = WS-AVG-RECENT-CNFRM
               + WS-SLOPE-CNFRM * (WS-PROJ-DAY + 3)
            IF WS-PROJ-VALUE < ZERO
               MOVE ZERO TO WS-PROJ-VALUE
            END-IF
            COMPUTE WS-PROJ-DAY-CNFRM ROUNDED = WS-PROJ-VALUE
               ON SIZE ERROR
                  MOVE 9999999 TO WS-PROJ-DAY-CNFRM
            END-COMPUTE

            COMPUTE WS-PROJ-VALUE ROUNDED = WS-AVG-RECENT-DEATH
               + WS-SLOPE-DEATH * (WS-PROJ-DAY + 3)
            IF WS-PROJ-VALUE < ZERO
               MOVE ZERO TO WS-PROJ-VALUE
            END-IF
            COMPUTE WS-PROJ-DAY-DEATH ROUNDED = WS-PROJ-VALUE
               ON SIZE ERROR
                  MOVE 9999999 TO WS-PROJ-DAY-DEATH
            END-COMPUTE

            ADD WS-PROJ-DAY-CNFRM TO WS-PROJ-TOT-CNFRM
            ADD WS-PROJ-DAY-DEATH TO WS-PROJ-TOT-DEATH

            IF NOT FCSTHIST-UNAVAILABLE
               PERFORM SAVE-ONE-PROJECTION
            END-IF.

      ****  // A RERUN FOR THE SAME LATEST POSTING REPLACES ITS OWN
      ****  // EARLIER PROJECTION FOR THE DAY RATHER THAN FAILING
       SAVE-ONE-PROJECTION.
            MOVE SPACES TO FORECAST-RECORD
            MOVE WS-PREV-COUNTRY-CODE TO FC-COUNTRY-CODE
            MOVE WS-TARGET-DATE       TO FC-TARGET-DATE
            MOVE WS-PROJ-BASE-DATE    TO FC-BASE-DATE
            MOVE WS-PROJ-DAY          TO FC-DAY-NUMBER
            MOVE WS-PROJ-DAY-CNFRM    TO FC-PROJ-NEW-CNFRM
            MOVE WS-PROJ-DAY-DEATH    TO FC-PROJ-NEW-DEATH
            MOVE WS-RUN-DATE          TO FC-RUN-DATE

            WRITE FORECAST-RECORD
               INVALID KEY
                  IF NOT FCSTHIST-LOAD-MODE
                     REWRITE FORECAST-RECORD
                  END-IF
            END-WRITE

            IF WS-FCSTHIST-STATUS = '00'
               ADD 1 TO WS-FCST-WRITE-COUNT
            ELSE
               ADD 1 TO WS-FCST-FAIL-COUNT
               DISPLAY '*** FCSTHIST ' FC-COUNTRY-CODE ' '
                  FC-TARGET-DATE ' NOT SAVED. STATUS: '
                  WS-FCSTHIST-STATUS
            END-IF.

       INCREMENT-TARGET-ONE-DAY.
            PERFORM GET-DAYS-IN-MONTH

            IF WS-TGT-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-TGT-DAY
            ELSE
               MOVE 1 TO WS-TGT-DAY
               IF WS-TGT-MONTH < 12
                  ADD 1 TO WS-TGT-MONTH
               ELSE
                  MOVE 1 TO WS-TGT-MONTH
                  ADD 1 TO WS-TGT-YEAR
               END-IF
            END-IF

            MOVE WS-TGT-YEAR  TO WS-TARGET-YYYY
            MOVE WS-TGT-MONTH TO WS-TARGET-MM
            MOVE WS-TGT-DAY   TO WS-TARGET-DD.

       GET-DAYS-IN-MONTH.
            MOVE WS-MONTH-DAY-ENTRY(WS-TGT-MONTH) TO WS-MONTH-DAYS

            IF WS-TGT-MONTH = 2
               DIVIDE WS-TGT-YEAR BY 4
                  GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                  DIVIDE WS-TGT-YEAR BY 100
                     GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM NOT = ZERO
                     MOVE 29 TO WS-MONTH-DAYS
                  ELSE
                     DIVIDE WS-TGT-YEAR BY 400
                        GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = ZERO
                        MOVE 29 TO WS-MONTH-DAYS
                     END-IF
                  END-IF
               END-IF
            END-IF.

       ADD-REGION-TOTALS.
            MOVE ZERO TO WS-REGION-MATCH-IDX
            PERFORM TEST-ONE-REGION
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
                  OR WS-REGION-MATCH-IDX > ZERO

            IF WS-REGION-MATCH-IDX = ZERO
               IF WS-REGION-COUNT < 50
                  ADD 1 TO WS-REGION-COUNT
                  MOVE WS-REGION-COUNT TO WS-REGION-MATCH-IDX
                  MOVE WS-REGION-KEY
                     TO WS-REGION-NAME(WS-REGION-MATCH-IDX)
                  MOVE ZERO TO WS-REGION-COUNTRIES(WS-REGION-MATCH-IDX)
                  MOVE ZERO TO WS-REGION-CNFRM(WS-REGION-MATCH-IDX)
                  MOVE ZERO TO WS-REGION-DEATH(WS-REGION-MATCH-IDX)
               ELSE
      ****        // TABLE FULL - THE REST GO UNDER THE LAST ENTRY
                  DISPLAY '*** CBLPROJ - MORE THAN 50 REGIONS - '
                     WS-PREV-COUNTRY-CODE ' TOTALLED UNDER '
                     WS-REGION-NAME(50)
                  MOVE 50 TO WS-REGION-MATCH-IDX
               END-IF
            END-IF

            ADD 1 TO WS-REGION-COUNTRIES(WS-REGION-MATCH-IDX)
            ADD WS-PROJ-TOT-CNFRM
               TO WS-REGION-CNFRM(WS-REGION-MATCH-IDX)
            ADD WS-PROJ-TOT-DEATH
               TO WS-REGION-DEATH(WS-REGION-MATCH-IDX)
            ADD WS-PROJ-TOT-CNFRM TO WS-GRAND-PROJ-CNFRM
            ADD WS-PROJ-TOT-DEATH TO WS-GRAND-PROJ-DEATH.

       TEST-ONE-REGION.
            IF WS-REGION-NAME(WS-REGION-IDX) = WS-REGION-KEY
               MOVE WS-REGION-IDX TO WS-REGION-MATCH-IDX
            END-IF.

       WRITE-COUNTRY-LINE.
            IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-PROJ-HEADERS
            END-IF

            MOVE WS-PREV-COUNTRY-CODE TO CDL-COUNTRY-CODE
            MOVE WS-REF-NAME(1:20)    TO CDL-COUNTRY-NAME
            MOVE WS-REGION-KEY        TO CDL-REGION
            MOVE WS-PROJ-BASE-DATE    TO CDL-BASE-DATE

            IF COUNTRY-PROJECTED
               MOVE WS-AVG-RECENT-CNFRM TO CDL-AVG-CNFRM
               MOVE WS-PROJ-TOT-CNFRM   TO CDL-PROJ-CNFRM
               MOVE WS-PROJ-TOT-DEATH   TO CDL-PROJ-DEATH
            ELSE
               MOVE ZERO TO CDL-AVG-CNFRM
               MOVE '  TOO LITTLE HISTORY' TO CDL-PROJ-NOTE
            END-IF

            MOVE WS-ACC-COMPARED TO CDL-COMPARED
            IF WS-ACC-COMPARED > ZERO
               MOVE WS-ERR-PCT-CNFRM TO CDL-ERR-CNFRM
               MOVE WS-ERR-PCT-DEATH TO CDL-ERR-DEATH
            ELSE
               MOVE SPACES TO CDL-ERR-NOTE
            END-IF
            MOVE WS-ACC-RATING TO CDL-RATING

            WRITE PROJ-LINE FROM COUNTRY-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-REGION-SECTION.
            MOVE 'R' TO WS-REPORT-SECTION
            PERFORM WRITE-PROJ-HEADERS

            PERFORM WRITE-ONE-REGION-LINE
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT

            WRITE PROJ-LINE FROM BLANK-LINE
            MOVE 'ALL REGIONS'       TO RDL-REGION
            MOVE WS-PROJECTED-COUNT  TO RDL-COUNTRIES
            MOVE WS-GRAND-PROJ-CNFRM TO RDL-PROJ-CNFRM
            MOVE WS-GRAND-PROJ-DEATH TO RDL-PROJ-DEATH
            WRITE PROJ-LINE FROM REGION-DETAIL-LINE.

       WRITE-ONE-REGION-LINE.
            IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE - 2
               PERFORM WRITE-PROJ-HEADERS
            END-IF

            MOVE WS-REGION-NAME(WS-REGION-IDX)      TO RDL-REGION
            MOVE WS-REGION-COUNTRIES(WS-REGION-IDX) TO RDL-COUNTRIES
            MOVE WS-REGION-CNFRM(WS-REGION-IDX)     TO RDL-PROJ-CNFRM
            MOVE WS-REGION-DEATH(WS-REGION-IDX)     TO RDL-PROJ-DEATH
            WRITE PROJ-LINE FROM REGION-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-PROJ-HEADERS.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NO

            WRITE PROJ-LINE FROM REPORT-HEADING-1
            IF COUNTRY-SECTION
               WRITE PROJ-LINE FROM COUNTRY-HEADING-2
               WRITE PROJ-LINE FROM BLANK-LINE
               WRITE PROJ-LINE FROM COUNTRY-HEADING-3
            ELSE
               WRITE PROJ-LINE FROM REGION-HEADING-2
               WRITE PROJ-LINE FROM BLANK-LINE
               WRITE PROJ-LINE FROM REGION-HEADING-3
            END-IF
            WRITE PROJ-LINE FROM BLANK-LINE

            MOVE 5 TO WS-LINE-COUNT.

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
                     MOVE REF-REGION       TO WS-REF-REGION
                  END-IF
               END-IF
            END-IF.
