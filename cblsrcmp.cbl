      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Second-source comparison. The paid secondary supplier sends
      * the same CSV layout as COVIDIN, HDR/TRL control records and
      * all. This program reads the primary feed (PRIMIN DD - the
      * same dataset CBLCOVID reads at COVIDIN) and the secondary
      * feed (SECIN DD) for the same feed date, matches them by
      * country code and compares the six figures. Province rows are
      * rolled up to their country first, the way CBLCOVID publishes
      * them. A figure differs when the gap is over the minimum
      * difference and over the tolerance as a percentage of the
      * larger of the two values. The divergence report (SRCRPT)
      * lists every differing figure plus the countries only one
      * source sent. The divergence file (SRCDIVR) carries one row
      * per divergent or one-source country; CBLCOVID reads it at
      * its own SRCDIVR DD and quarantines a country whose worst
      * figure is over the disagreement limit.
      * PARM (optional, comma separated):
      *   TOL=nn       - tolerance percent (default 5)
      *   LIMIT=nn     - disagreement limit percent (default 25)
      *   MINDIFF=nnn  - smallest gap worth reporting (default 10)
      * If either feed fails its own controls, or the two HDR dates
      * differ, nothing is compared: the divergence file is left
      * empty, so no country is quarantined on a bad comparison, and
      * the step ends RC 8. RC 4 means at least one disagreement.
      *-----------------------
       PROGRAM-ID.    CBLSRCMP.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PRIMIN ASSIGN TO PRIMIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PRIMIN-STATUS.

             SELECT SECIN ASSIGN TO SECIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SECIN-STATUS.

             SELECT SRCDIVR ASSIGN TO SRCDIVR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

             SELECT SRCRPT ASSIGN TO SRCRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  PRIMIN RECORDING MODE V.
       01  PRIMARY-REC-FIELDS      PIC X(104).

       FD  SECIN RECORDING MODE V.
       01  SECONDARY-REC-FIELDS    PIC X(104).

      ****  // ONE ROW PER COUNTRY THE SOURCES DO NOT AGREE ON -
      ****  //   W - A FIGURE OVER THE TOLERANCE
      ****  //   S - WORST FIGURE OVER THE DISAGREEMENT LIMIT, THE
      ****  //       ONLY STATUS CBLCOVID QUARANTINES ON
      ****  //   P - PRIMARY ONLY     A - SECONDARY (ALTERNATE) ONLY
       FD  SRCDIVR RECORDING MODE F.
       01  DIVERGENCE-RECORD.
           05  DV-COUNTRY-CODE     PIC X(4).
           05  DV-FEED-DATE        PIC X(10).
           05  DV-STATUS           PIC X(1).
           05  DV-FIGURE           PIC X(6).
           05  DV-PRIMARY-VALUE    PIC 9(9).
           05  DV-SECONDARY-VALUE  PIC 9(9).
           05  DV-PCT-DIFF         PIC 9(3)V9.
           05  DV-FIGURES-OVER     PIC 9(1).
           05  FILLER              PIC X(6).

       FD  SRCRPT RECORDING MODE F.
       01  SRC-LINE                PIC X(133).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-PRIMIN-STATUS        PIC XX VALUE '00'.

       01  WS-SECIN-STATUS         PIC XX VALUE '00'.

       01  WS-PRIMIN-EOF           PIC X VALUE 'N'.
           88  PRIMIN-AT-END           VALUE 'Y'.

       01  WS-SECIN-EOF            PIC X VALUE 'N'.
           88  SECIN-AT-END            VALUE 'Y'.

       01  WS-PARM-WORK.
           05  WS-PARM-TEXT            PIC X(100) VALUE SPACES.
           05  WS-PARM-PTR             PIC 9(3) VALUE 1.
           05  WS-PARM-TOKEN           PIC X(20) VALUE SPACES.
           05  WS-PARM-START           PIC 9(2) VALUE ZERO.
           05  WS-PARM-IDX             PIC 9(2) VALUE ZERO.
           05  WS-PARM-DIGIT           PIC 9 VALUE ZERO.
           05  WS-PARM-NUMBER          PIC 9(7) VALUE ZERO.

       01  WS-TOLERANCE-CONTROLS.
           05  WS-TOLERANCE-PCT        PIC 9(3) VALUE 5.
           05  WS-DISAGREE-PCT         PIC 9(3) VALUE 25.
           05  WS-MIN-DIFF             PIC 9(7) VALUE 10.

      ****  // THE RECORD IN HAND, WHICHEVER FEED IT CAME FROM -
      ****  // WS-SIDE 1 IS THE PRIMARY, 2 THE SECONDARY
       01  WS-FEED-RECORD          PIC X(104).

       01  WS-SIDE                 PIC 9(1) VALUE ZERO.

      ****  // HDR/TRL CONTROLS FOR EACH FEED - PROVED THE SAME WAY
      ****  // CBLCOVID PROVES COVIDIN BEFORE ANYTHING IS COMPARED
       01  WS-FEED-CONTROLS.
           05  WS-CTL-TAG              PIC X(3).
           05  WS-SIDE-CONTROLS OCCURS 2 TIMES.
               10  WS-SIDE-NAME            PIC X(9).
               10  WS-SIDE-HDR-SEEN        PIC X.
                   88  SIDE-HEADER-SEEN        VALUE 'Y'.
               10  WS-SIDE-TRL-SEEN        PIC X.
                   88  SIDE-TRAILER-SEEN       VALUE 'Y'.
               10  WS-SIDE-FEED-DATE       PIC X(10).
               10  WS-SIDE-SOURCE          PIC X(20).
               10  WS-SIDE-TRL-COUNT       PIC 9(7).
               10  WS-SIDE-TRL-HASH-CNFRM  PIC 9(9).
               10  WS-SIDE-TRL-HASH-DEATH  PIC 9(9).
               10  WS-SIDE-REC-COUNT       PIC 9(7).
               10  WS-SIDE-HASH-CNFRM      PIC 9(9).
               10  WS-SIDE-HASH-DEATH      PIC 9(9).
               10  WS-SIDE-BAD-ROWS        PIC 9(7).
           05  WS-COMPARE-FAIL         PIC X VALUE 'N'.
               88  COMPARISON-FAILED       VALUE 'Y'.

      ****  // STANDARD CSV QUOTING - SAME PREPARE PASS AS CBLCOVID,
      ****  // SO "KOREA, SOUTH" IS ONE FIELD
       01  WS-CSV-QUOTE-WORK.
           05  WS-CSV-SOURCE       PIC X(104).
           05  WS-CSV-CLEANED      PIC X(104).
           05  WS-CSV-IN-IDX       PIC 9(3) VALUE ZERO.
           05  WS-CSV-OUT-IDX      PIC 9(3) VALUE ZERO.
           05  WS-IN-QUOTES        PIC X VALUE 'N'.
               88  INSIDE-QUOTED-FIELD  VALUE 'Y'.
           05  WS-COMMA-MASK       PIC X VALUE X'05'.

       01  WS-ROW-FIELDS.
           05  WS-ROW-COUNTRY          PIC X(50).
           05  WS-ROW-CODE             PIC X(4).
           05  WS-ROW-SLUG             PIC X(50).
           05  WS-ROW-PROVINCE         PIC X(50).
           05  WS-ROW-FIGURE OCCURS 6 TIMES PIC 9(9).
           05  WS-ROW-TIMESTAMP        PIC X(25).
           05  WS-ROW-FIELD-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-ROW-COMMA-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID            VALUE 'Y'.

      ****  // ONE ENTRY PER COUNTRY EITHER SOURCE SENT - FIND-OR-ADD
      ****  // BY CODE, FIGURES HELD SIDE BY SIDE FOR THE COMPARISON
       01  WS-CTRY-TABLE.
           05  WS-CTRY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-CTRY-IDX          PIC 9(3) VALUE ZERO.
           05  WS-CTRY-ENTRY OCCURS 300 TIMES.
               10  WS-CTRY-CODE         PIC X(4).
               10  WS-CTRY-NAME         PIC X(30).
               10  WS-CTRY-SIDE OCCURS 2 TIMES.
                   15  WS-CTRY-SEEN         PIC X.
                   15  WS-CTRY-FIG OCCURS 6 TIMES PIC 9(9).

       01  WS-CTRY-LOOKUP.
           05  WS-CTRY-FOUND        PIC X VALUE 'N'.
               88  CTRY-RECORD-FOUND    VALUE 'Y'.
           05  WS-CTRY-MATCH-IDX    PIC 9(3) VALUE ZERO.
           05  WS-FIG-IDX           PIC 9(1) VALUE ZERO.

       01  WS-FIGURE-NAME-TABLE.
           05  FILLER               PIC X(6) VALUE 'NEWCNF'.
           05  FILLER               PIC X(6) VALUE 'TOTCNF'.
           05  FILLER               PIC X(6) VALUE 'NEWDTH'.
           05  FILLER               PIC X(6) VALUE 'TOTDTH'.
           05  FILLER               PIC X(6) VALUE 'NEWRCV'.
           05  FILLER               PIC X(6) VALUE 'TOTRCV'.
       01  WS-FIGURE-NAMES REDEFINES WS-FIGURE-NAME-TABLE.
           05  WS-FIGURE-NAME OCCURS 6 TIMES PIC X(6).

       01  WS-COMPARE-WORK.
           05  WS-CMP-PRIMARY       PIC 9(9) VALUE ZERO.
           05  WS-CMP-SECONDARY     PIC 9(9) VALUE ZERO.
           05  WS-CMP-LARGER        PIC 9(9) VALUE ZERO.
           05  WS-CMP-DIFF          PIC 9(9) VALUE ZERO.
           05  WS-CMP-PCT           PIC 9(3)V9 VALUE ZERO.
           05  WS-CMP-OVER-COUNT    PIC 9(1) VALUE ZERO.
           05  WS-WORST-PCT         PIC 9(3)V9 VALUE ZERO.
           05  WS-WORST-FIG-IDX     PIC 9(1) VALUE ZERO.
           05  WS-DIVR-STATUS       PIC X VALUE SPACE.
           05  WS-DIVR-PCT          PIC 9(3)V9 VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-COMPARED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-AGREE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-TOLERANCE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-DISAGREE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PRIMARY-ONLY-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-SECONDARY-ONLY-COUNT PIC 9(7) VALUE ZERO.
           05  WS-DIVR-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-TABLE-FULL-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  SRC-HEADING-1.
           05  FILLER                  PIC X(32)
               VALUE 'SECOND-SOURCE DIVERGENCE REPORT'.
           05  FILLER                  PIC X(11)
               VALUE 'FEED DATE: '.
           05  SH1-FEED-DATE           PIC X(10).
           05  FILLER                  PIC X(62) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  SH1-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  SRC-HEADING-2.
           05  FILLER                  PIC X(11)
               VALUE 'TOLERANCE: '.
           05  SH2-TOLERANCE           PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE '%  '.
           05  FILLER                  PIC X(20)
               VALUE 'DISAGREEMENT LIMIT: '.
           05  SH2-LIMIT               PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE '%  '.
           05  FILLER                  PIC X(20)
               VALUE 'MINIMUM DIFFERENCE: '.
           05  SH2-MIN-DIFF            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  SRC-HEADING-3.
           05  FILLER                  PIC X(04) VALUE 'CODE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'COUNTRY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'FIGURE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '    PRIMARY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '  SECONDARY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE ' DIFFERENCE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '  DIFF%'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE 'VERDICT'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  SRC-DETAIL-LINE.
           05  SDL-CODE                PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-COUNTRY             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-FIGURE              PIC X(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-PRIMARY             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-SECONDARY           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-PCT                 PIC ZZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-VERDICT             PIC X(26).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  SRC-MESSAGE-LINE.
           05  SML-TEXT                PIC X(100).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  SRC-COUNT-LINE.
           05  SCL-LABEL               PIC X(44).
           05  SCL-FIGURE              PIC Z,ZZZ,999.
           05  FILLER                  PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN         PIC S9(4) COMP.
           05  LS-PARM-TEXT        PIC X(100).

      *------------------
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *------------------
       MAIN.
            PERFORM PARSE-RUN-PARM.

            OPEN INPUT PRIMIN.
            IF WS-PRIMIN-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSRCMP - PRIMIN PRIMARY FEED COULD NOT '
                  'BE OPENED. STATUS: ' WS-PRIMIN-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT SECIN.
            IF WS-SECIN-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSRCMP - SECIN SECONDARY FEED COULD NOT '
                  'BE OPENED. STATUS: ' WS-SECIN-STATUS
               DISPLAY WS-ASTER
               CLOSE PRIMIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT SRCDIVR.
            OPEN OUTPUT SRCRPT.

            PERFORM INITIALIZE-FEED-CONTROLS
               VARYING WS-SIDE FROM 1 BY 1
               UNTIL WS-SIDE > 2.
            MOVE 'PRIMARY'   TO WS-SIDE-NAME(1).
            MOVE 'SECONDARY' TO WS-SIDE-NAME(2).

            MOVE 1 TO WS-SIDE.
            PERFORM READ-PRIMARY-RECORD.
            PERFORM LOAD-ONE-PRIMARY-RECORD
               UNTIL PRIMIN-AT-END.

            MOVE 2 TO WS-SIDE.
            PERFORM READ-SECONDARY-RECORD.
            PERFORM LOAD-ONE-SECONDARY-RECORD
               UNTIL SECIN-AT-END.

            MOVE WS-SIDE-FEED-DATE(1) TO SH1-FEED-DATE.

            PERFORM VERIFY-ONE-FEED
               VARYING WS-SIDE FROM 1 BY 1
               UNTIL WS-SIDE > 2.
            PERFORM CHECK-FEED-DATES-AGREE.

            IF COMPARISON-FAILED
               MOVE 'FEED CONTROLS FAILED - NO COMPARISON WAS MADE AND '
                  TO SML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'NO COUNTRY IS HELD BACK ON THIS RUN. SEE THE JOB '
                  TO SML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'LOG FOR THE FAILING CONTROL.' TO SML-TEXT
               PERFORM WRITE-MESSAGE-LINE
            ELSE
               PERFORM COMPARE-ONE-COUNTRY
                  VARYING WS-CTRY-IDX FROM 1 BY 1
                  UNTIL WS-CTRY-IDX > WS-CTRY-COUNT
            END-IF.

            PERFORM WRITE-SUMMARY-LINES.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLSRCMP COMPLETE - FEED DATE ' SH1-FEED-DATE.
            DISPLAY 'PRIMARY DETAIL ROWS READ:   ' WS-SIDE-REC-COUNT(1).
            DISPLAY 'SECONDARY DETAIL ROWS READ: ' WS-SIDE-REC-COUNT(2).
            DISPLAY 'COUNTRIES COMPARED:         ' WS-COMPARED-COUNT.
            DISPLAY 'OVER TOLERANCE:             ' WS-TOLERANCE-COUNT.
            DISPLAY 'OVER DISAGREEMENT LIMIT:    ' WS-DISAGREE-COUNT.
            DISPLAY 'PRIMARY ONLY:               '
               WS-PRIMARY-ONLY-COUNT.
            DISPLAY 'SECONDARY ONLY:             '
               WS-SECONDARY-ONLY-COUNT.
            DISPLAY 'DIVERGENCE ROWS WRITTEN:    '
               WS-DIVR-WRITTEN-COUNT.
            DISPLAY WS-ASTER.

            CLOSE PRIMIN
            CLOSE SECIN
            CLOSE SRCDIVR
            CLOSE SRCRPT

            EVALUATE TRUE
               WHEN COMPARISON-FAILED
                  MOVE 8 TO RETURN-CODE
               WHEN WS-DISAGREE-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
            END-EVALUATE

            STOP RUN.

      ****  // COPY THE PARM BOUNDED BY ITS LENGTH FIRST - A SHORT
      ****  // PARM WOULD OTHERWISE PICK UP RESIDUAL STORAGE PAST
      ****  // THE END OF THE PARM AREA
       PARSE-RUN-PARM.
            IF LS-PARM-LEN > ZERO
               MOVE SPACES TO WS-PARM-TEXT
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PARM-TEXT
               MOVE 1 TO WS-PARM-PTR
               PERFORM EXTRACT-ONE-PARM-TOKEN
                  UNTIL WS-PARM-PTR > LENGTH OF WS-PARM-TEXT
            END-IF

            IF WS-DISAGREE-PCT < WS-TOLERANCE-PCT
               DISPLAY '*** CBLSRCMP - LIMIT= IS BELOW TOL= - THE '
                  'LIMIT IS RAISED TO THE TOLERANCE.'
               MOVE WS-TOLERANCE-PCT TO WS-DISAGREE-PCT
            END-IF

            MOVE WS-TOLERANCE-PCT TO SH2-TOLERANCE
            MOVE WS-DISAGREE-PCT  TO SH2-LIMIT
            MOVE WS-MIN-DIFF      TO SH2-MIN-DIFF

            DISPLAY 'CBLSRCMP TOLERANCE ' WS-TOLERANCE-PCT
               '% - DISAGREEMENT LIMIT ' WS-DISAGREE-PCT
               '% - MINIMUM DIFFERENCE ' WS-MIN-DIFF.

       EXTRACT-ONE-PARM-TOKEN.
            MOVE SPACES TO WS-PARM-TOKEN
            UNSTRING WS-PARM-TEXT DELIMITED BY ','
               INTO WS-PARM-TOKEN
               WITH POINTER WS-PARM-PTR
            END-UNSTRING

            EVALUATE TRUE
               WHEN WS-PARM-TOKEN = SPACES
                  CONTINUE
               WHEN WS-PARM-TOKEN(1:4) = 'TOL='
                  MOVE 5 TO WS-PARM-START
                  PERFORM PARSE-PARM-NUMBER
                  IF WS-PARM-NUMBER > ZERO AND WS-PARM-NUMBER < 101
                     MOVE WS-PARM-NUMBER TO WS-TOLERANCE-PCT
                  ELSE
                     DISPLAY '*** CBLSRCMP - TOL= NOT 1-100 - USING '
                        'THE DEFAULT OF 5.'
                  END-IF
               WHEN WS-PARM-TOKEN(1:6) = 'LIMIT='
                  MOVE 7 TO WS-PARM-START
                  PERFORM PARSE-PARM-NUMBER
                  IF WS-PARM-NUMBER > ZERO AND WS-PARM-NUMBER < 101
                     MOVE WS-PARM-NUMBER TO WS-DISAGREE-PCT
                  ELSE
                     DISPLAY '*** CBLSRCMP - LIMIT= NOT 1-100 - USING '
                        'THE DEFAULT OF 25.'
                  END-IF
               WHEN WS-PARM-TOKEN(1:8) = 'MINDIFF='
                  MOVE 9 TO WS-PARM-START
                  PERFORM PARSE-PARM-NUMBER
                  MOVE WS-PARM-NUMBER TO WS-MIN-DIFF
               WHEN OTHER
                  DISPLAY '*** CBLSRCMP - PARM NOT RECOGNIZED - '
                     WS-PARM-TOKEN
            END-EVALUATE.

       PARSE-PARM-NUMBER.
            MOVE ZERO TO WS-PARM-NUMBER
            PERFORM ACCUMULATE-PARM-DIGIT
               VARYING WS-PARM-IDX FROM WS-PARM-START BY 1
               UNTIL WS-PARM-IDX > 15
                  OR WS-PARM-TOKEN(WS-PARM-IDX:1) = SPACE.

       ACCUMULATE-PARM-DIGIT.
            IF WS-PARM-TOKEN(WS-PARM-IDX:1) NUMERIC
               MOVE WS-PARM-TOKEN(WS-PARM-IDX:1) TO WS-PARM-DIGIT
               COMPUTE WS-PARM-NUMBER =
                  WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
            END-IF.

       INITIALIZE-FEED-CONTROLS.
            MOVE 'N'    TO WS-SIDE-HDR-SEEN(WS-SIDE)
            MOVE 'N'    TO WS-SIDE-TRL-SEEN(WS-SIDE)
            MOVE SPACES TO WS-SIDE-FEED-DATE(WS-SIDE)
            MOVE SPACES TO WS-SIDE-SOURCE(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-TRL-COUNT(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-TRL-HASH-CNFRM(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-TRL-HASH-DEATH(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-REC-COUNT(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-HASH-CNFRM(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-HASH-DEATH(WS-SIDE)
            MOVE ZERO   TO WS-SIDE-BAD-ROWS(WS-SIDE).

       READ-PRIMARY-RECORD.
            READ PRIMIN
            AT END MOVE 'Y' TO WS-PRIMIN-EOF
            END-READ.

       LOAD-ONE-PRIMARY-RECORD.
            MOVE PRIMARY-REC-FIELDS TO WS-FEED-RECORD
            PERFORM ROUTE-FEED-RECORD
            PERFORM READ-PRIMARY-RECORD.

       READ-SECONDARY-RECORD.
            READ SECIN
            AT END MOVE 'Y' TO WS-SECIN-EOF
            END-READ.

       LOAD-ONE-SECONDARY-RECORD.
            MOVE SECONDARY-REC-FIELDS TO WS-FEED-RECORD
            PERFORM ROUTE-FEED-RECORD
            PERFORM READ-SECONDARY-RECORD.

       ROUTE-FEED-RECORD.
            EVALUATE WS-FEED-RECORD(1:4)
               WHEN 'HDR,'
                  PERFORM TAKE-FEED-HEADER
               WHEN 'TRL,'
                  PERFORM TAKE-FEED-TRAILER
               WHEN OTHER
                  PERFORM TAKE-FEED-DETAIL
            END-EVALUATE.

       TAKE-FEED-HEADER.
            MOVE 'Y' TO WS-SIDE-HDR-SEEN(WS-SIDE)
            UNSTRING WS-FEED-RECORD DELIMITED BY ','
               INTO WS-CTL-TAG
                    WS-SIDE-FEED-DATE(WS-SIDE)
                    WS-SIDE-SOURCE(WS-SIDE)
            END-UNSTRING
            DISPLAY WS-SIDE-NAME(WS-SIDE) ' FEED HEADER - DATE: '
               WS-SIDE-FEED-DATE(WS-SIDE) '  SOURCE: '
               WS-SIDE-SOURCE(WS-SIDE).

       TAKE-FEED-TRAILER.
            MOVE 'Y' TO WS-SIDE-TRL-SEEN(WS-SIDE)
            UNSTRING WS-FEED-RECORD DELIMITED BY ','
               INTO WS-CTL-TAG
                    WS-SIDE-TRL-COUNT(WS-SIDE)
                    WS-SIDE-TRL-HASH-CNFRM(WS-SIDE)
                    WS-SIDE-TRL-HASH-DEATH(WS-SIDE)
            END-UNSTRING.

      ****  // A DETAIL ROW CARRIES 10 FIELDS, OR 11 WITH A PROVINCE -
      ****  // PROVINCE ROWS ARE ADDED INTO THEIR COUNTRY
       TAKE-FEED-DETAIL.
            ADD 1 TO WS-SIDE-REC-COUNT(WS-SIDE)
            MOVE 'Y' TO WS-ROW-VALID
            MOVE ZERO TO WS-ROW-FIELD-COUNT
            MOVE SPACES TO WS-ROW-PROVINCE

            MOVE WS-FEED-RECORD TO WS-CSV-SOURCE
            PERFORM PREPARE-CSV-RECORD

            MOVE ZERO TO WS-ROW-COMMA-COUNT
            INSPECT WS-CSV-CLEANED
               TALLYING WS-ROW-COMMA-COUNT FOR ALL ','

            IF WS-ROW-COMMA-COUNT = 10
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO WS-ROW-COUNTRY
                       WS-ROW-CODE
                       WS-ROW-SLUG
                       WS-ROW-PROVINCE
                       WS-ROW-FIGURE(1)
                       WS-ROW-FIGURE(2)
                       WS-ROW-FIGURE(3)
                       WS-ROW-FIGURE(4)
                       WS-ROW-FIGURE(5)
                       WS-ROW-FIGURE(6)
                       WS-ROW-TIMESTAMP
                  TALLYING IN WS-ROW-FIELD-COUNT
               END-UNSTRING
               IF WS-ROW-FIELD-COUNT NOT = 11
                  MOVE 'N' TO WS-ROW-VALID
               END-IF
            ELSE
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO WS-ROW-COUNTRY
                       WS-ROW-CODE
                       WS-ROW-SLUG
                       WS-ROW-FIGURE(1)
                       WS-ROW-FIGURE(2)
                       WS-ROW-FIGURE(3)
                       WS-ROW-FIGURE(4)
                       WS-ROW-FIGURE(5)
                       WS-ROW-FIGURE(6)
                       WS-ROW-TIMESTAMP
                  TALLYING IN WS-ROW-FIELD-COUNT
               END-UNSTRING
               IF WS-ROW-FIELD-COUNT NOT = 10
                  MOVE 'N' TO WS-ROW-VALID
               END-IF
            END-IF

            INSPECT WS-ROW-COUNTRY
               REPLACING ALL WS-COMMA-MASK BY ','

            IF NOT ROW-IS-VALID
               ADD 1 TO WS-SIDE-BAD-ROWS(WS-SIDE)
               DISPLAY '*** CBLSRCMP - ' WS-SIDE-NAME(WS-SIDE)
                  ' ROW ' WS-SIDE-REC-COUNT(WS-SIDE)
                  ' HAS THE WRONG FIELD COUNT - NOT COMPARED.'
            ELSE
               ADD WS-ROW-FIGURE(1) TO WS-SIDE-HASH-CNFRM(WS-SIDE)
               ADD WS-ROW-FIGURE(3) TO WS-SIDE-HASH-DEATH(WS-SIDE)
               PERFORM ADD-ROW-TO-COUNTRY
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

       ADD-ROW-TO-COUNTRY.
            PERFORM FIND-CTRY-ENTRY

            IF NOT CTRY-RECORD-FOUND
               IF WS-CTRY-COUNT < 300
                  ADD 1 TO WS-CTRY-COUNT
                  MOVE WS-CTRY-COUNT TO WS-CTRY-MATCH-IDX
                  MOVE WS-ROW-CODE
                     TO WS-CTRY-CODE(WS-CTRY-MATCH-IDX)
                  MOVE WS-ROW-COUNTRY
                     TO WS-CTRY-NAME(WS-CTRY-MATCH-IDX)
                  MOVE 'N' TO WS-CTRY-SEEN(WS-CTRY-MATCH-IDX, 1)
                  MOVE 'N' TO WS-CTRY-SEEN(WS-CTRY-MATCH-IDX, 2)
                  PERFORM CLEAR-ONE-COUNTRY-FIGURE
                     VARYING WS-FIG-IDX FROM 1 BY 1
                     UNTIL WS-FIG-IDX > 6
                  MOVE 'Y' TO WS-CTRY-FOUND
               ELSE
                  ADD 1 TO WS-TABLE-FULL-COUNT
                  DISPLAY '*** CBLSRCMP - COUNTRY TABLE FULL - '
                     WS-ROW-CODE ' NOT COMPARED.'
               END-IF
            END-IF

            IF CTRY-RECORD-FOUND
               MOVE 'Y' TO WS-CTRY-SEEN(WS-CTRY-MATCH-IDX, WS-SIDE)
               PERFORM ADD-ONE-ROW-FIGURE
                  VARYING WS-FIG-IDX FROM 1 BY 1
                  UNTIL WS-FIG-IDX > 6
            END-IF.

       CLEAR-ONE-COUNTRY-FIGURE.
            MOVE ZERO TO WS-CTRY-FIG(WS-CTRY-MATCH-IDX, 1, WS-FIG-IDX)
            MOVE ZERO TO WS-CTRY-FIG(WS-CTRY-MATCH-IDX, 2, WS-FIG-IDX).

       ADD-ONE-ROW-FIGURE.
            ADD WS-ROW-FIGURE(WS-FIG-IDX)
               TO WS-CTRY-FIG(WS-CTRY-MATCH-IDX, WS-SIDE, WS-FIG-IDX).

       FIND-CTRY-ENTRY.
            MOVE 'N' TO WS-CTRY-FOUND
            MOVE 1 TO WS-CTRY-IDX

            PERFORM TEST-ONE-CTRY-ENTRY
               UNTIL WS-CTRY-IDX > WS-CTRY-COUNT
                  OR CTRY-RECORD-FOUND.

       TEST-ONE-CTRY-ENTRY.
            IF WS-CTRY-CODE(WS-CTRY-IDX) = WS-ROW-CODE
               MOVE 'Y' TO WS-CTRY-FOUND
               MOVE WS-CTRY-IDX TO WS-CTRY-MATCH-IDX
            END-IF
            ADD 1 TO WS-CTRY-IDX.

      ****  // SAME PROOF AS CBLCOVID'S VERIFY-FEED-CONTROLS - A ROW
      ****  // WITH THE WRONG FIELD COUNT NEVER REACHES THE HASH, SO
      ****  // ON A FEED WITH BAD ROWS A HASH MISMATCH ONLY WARNS
       VERIFY-ONE-FEED.
            IF NOT SIDE-HEADER-SEEN(WS-SIDE)
               MOVE 'Y' TO WS-COMPARE-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSRCMP - NO HDR HEADER RECORD ON THE '
                  WS-SIDE-NAME(WS-SIDE) ' FEED.'
               DISPLAY WS-ASTER
            END-IF

            IF NOT SIDE-TRAILER-SEEN(WS-SIDE)
               MOVE 'Y' TO WS-COMPARE-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSRCMP - NO TRL TRAILER RECORD ON THE '
                  WS-SIDE-NAME(WS-SIDE) ' FEED. TRANSFER MAY BE '
                  'TRUNCATED.'
               DISPLAY WS-ASTER
            ELSE
               IF WS-SIDE-REC-COUNT(WS-SIDE)
                  NOT = WS-SIDE-TRL-COUNT(WS-SIDE)
                  MOVE 'Y' TO WS-COMPARE-FAIL
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLSRCMP - ' WS-SIDE-NAME(WS-SIDE)
                     ' DETAIL RECORDS READ: '
                     WS-SIDE-REC-COUNT(WS-SIDE)
                     ' BUT TRAILER SAYS: ' WS-SIDE-TRL-COUNT(WS-SIDE)
                  DISPLAY WS-ASTER
               END-IF

               IF WS-SIDE-HASH-CNFRM(WS-SIDE)
                  NOT = WS-SIDE-TRL-HASH-CNFRM(WS-SIDE)
                  OR WS-SIDE-HASH-DEATH(WS-SIDE)
                  NOT = WS-SIDE-TRL-HASH-DEATH(WS-SIDE)
                  IF WS-SIDE-BAD-ROWS(WS-SIDE) = ZERO
                     MOVE 'Y' TO WS-COMPARE-FAIL
                     DISPLAY WS-ASTER
                     DISPLAY '*** CBLSRCMP - ' WS-SIDE-NAME(WS-SIDE)
                        ' HASH TOTALS DO NOT MATCH THE TRAILER.'
                     DISPLAY WS-ASTER
                  ELSE
                     DISPLAY '*** CBLSRCMP - ' WS-SIDE-NAME(WS-SIDE)
                        ' HASH TOTALS DO NOT MATCH THE TRAILER - '
                        WS-SIDE-BAD-ROWS(WS-SIDE)
                        ' BAD ROWS ARE NOT IN THE ACCUMULATORS.'
                  END-IF
               END-IF
            END-IF.

       CHECK-FEED-DATES-AGREE.
            IF SIDE-HEADER-SEEN(1) AND SIDE-HEADER-SEEN(2)
               AND WS-SIDE-FEED-DATE(1) NOT = WS-SIDE-FEED-DATE(2)
               MOVE 'Y' TO WS-COMPARE-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** CBLSRCMP - FEED DATES DIFFER - PRIMARY: '
                  WS-SIDE-FEED-DATE(1) ' SECONDARY: '
                  WS-SIDE-FEED-DATE(2)
               DISPLAY WS-ASTER
            END-IF.

       COMPARE-ONE-COUNTRY.
            EVALUATE TRUE
               WHEN WS-CTRY-SEEN(WS-CTRY-IDX, 1) = 'Y'
                  AND WS-CTRY-SEEN(WS-CTRY-IDX, 2) = 'Y'
                  PERFORM COMPARE-BOTH-SOURCES
               WHEN WS-CTRY-SEEN(WS-CTRY-IDX, 1) = 'Y'
                  ADD 1 TO WS-PRIMARY-ONLY-COUNT
                  MOVE 'P' TO WS-DIVR-STATUS
                  MOVE 'PRIMARY ONLY' TO SDL-VERDICT
                  PERFORM LIST-ONE-SOURCE-COUNTRY
               WHEN OTHER
                  ADD 1 TO WS-SECONDARY-ONLY-COUNT
                  MOVE 'A' TO WS-DIVR-STATUS
                  MOVE 'SECONDARY ONLY' TO SDL-VERDICT
                  PERFORM LIST-ONE-SOURCE-COUNTRY
            END-EVALUATE.

       COMPARE-BOTH-SOURCES.
            ADD 1 TO WS-COMPARED-COUNT
            MOVE ZERO TO WS-CMP-OVER-COUNT
            MOVE ZERO TO WS-WORST-PCT
            MOVE 1 TO WS-WORST-FIG-IDX

            PERFORM COMPARE-ONE-FIGURE
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > 6

            IF WS-CMP-OVER-COUNT = ZERO
               ADD 1 TO WS-AGREE-COUNT
            ELSE
               IF WS-WORST-PCT > WS-DISAGREE-PCT
                  ADD 1 TO WS-DISAGREE-COUNT
                  MOVE 'S' TO WS-DIVR-STATUS
               ELSE
                  ADD 1 TO WS-TOLERANCE-COUNT
                  MOVE 'W' TO WS-DIVR-STATUS
               END-IF
               MOVE WS-WORST-FIG-IDX TO WS-FIG-IDX
               MOVE WS-WORST-PCT TO WS-DIVR-PCT
               PERFORM WRITE-DIVERGENCE-RECORD
            END-IF.

      ****  // THE GAP IS JUDGED AGAINST THE LARGER VALUE, SO THE
      ****  // PERCENTAGE IS THE SAME WHICHEVER SOURCE IS HIGH AND
      ****  // NEVER PASSES 100
       COMPARE-ONE-FIGURE.
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 1, WS-FIG-IDX)
               TO WS-CMP-PRIMARY
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 2, WS-FIG-IDX)
               TO WS-CMP-SECONDARY

            IF WS-CMP-PRIMARY > WS-CMP-SECONDARY
               MOVE WS-CMP-PRIMARY TO WS-CMP-LARGER
               COMPUTE WS-CMP-DIFF =
                  WS-CMP-PRIMARY - WS-CMP-SECONDARY
            ELSE
               MOVE WS-CMP-SECONDARY TO WS-CMP-LARGER
               COMPUTE WS-CMP-DIFF =
                  WS-CMP-SECONDARY - WS-CMP-PRIMARY
            END-IF

            IF WS-CMP-DIFF > WS-MIN-DIFF
               COMPUTE WS-CMP-PCT ROUNDED =
                  WS-CMP-DIFF * 100 / WS-CMP-LARGER
               IF WS-CMP-PCT > WS-TOLERANCE-PCT
                  ADD 1 TO WS-CMP-OVER-COUNT
                  IF WS-CMP-PCT > WS-WORST-PCT
                     MOVE WS-CMP-PCT TO WS-WORST-PCT
                     MOVE WS-FIG-IDX TO WS-WORST-FIG-IDX
                  END-IF
                  PERFORM WRITE-FIGURE-LINE
               END-IF
            END-IF.

       WRITE-FIGURE-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            MOVE WS-CTRY-CODE(WS-CTRY-IDX)    TO SDL-CODE
            MOVE WS-CTRY-NAME(WS-CTRY-IDX)    TO SDL-COUNTRY
            MOVE WS-FIGURE-NAME(WS-FIG-IDX)   TO SDL-FIGURE
            MOVE WS-CMP-PRIMARY               TO SDL-PRIMARY
            MOVE WS-CMP-SECONDARY             TO SDL-SECONDARY
            MOVE WS-CMP-DIFF                  TO SDL-DIFFERENCE
            MOVE WS-CMP-PCT                   TO SDL-PCT

            IF WS-CMP-PCT > WS-DISAGREE-PCT
               MOVE 'DISAGREEMENT - QUARANTINE' TO SDL-VERDICT
            ELSE
               MOVE 'OVER TOLERANCE' TO SDL-VERDICT
            END-IF

            WRITE SRC-LINE FROM SRC-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

      ****  // A COUNTRY ONLY ONE SOURCE SENT IS LISTED WITH THE NEW
      ****  // CONFIRMED IT CARRIED - NOTHING TO MEASURE IT AGAINST
       LIST-ONE-SOURCE-COUNTRY.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            MOVE 1 TO WS-FIG-IDX
            MOVE WS-CTRY-CODE(WS-CTRY-IDX)    TO SDL-CODE
            MOVE WS-CTRY-NAME(WS-CTRY-IDX)    TO SDL-COUNTRY
            MOVE WS-FIGURE-NAME(WS-FIG-IDX)   TO SDL-FIGURE
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 1, WS-FIG-IDX)
               TO SDL-PRIMARY
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 2, WS-FIG-IDX)
               TO SDL-SECONDARY
            MOVE ZERO TO SDL-DIFFERENCE
            MOVE ZERO TO SDL-PCT

            WRITE SRC-LINE FROM SRC-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT

            MOVE ZERO TO WS-CMP-OVER-COUNT
            MOVE ZERO TO WS-DIVR-PCT
            PERFORM WRITE-DIVERGENCE-RECORD.

      ****  // CALLER SETS WS-DIVR-STATUS, WS-DIVR-PCT AND THE
      ****  // FIGURE INDEX OF THE FIGURE THE ROW CARRIES
       WRITE-DIVERGENCE-RECORD.
            MOVE SPACES TO DIVERGENCE-RECORD
            MOVE WS-DIVR-STATUS             TO DV-STATUS
            MOVE WS-DIVR-PCT                TO DV-PCT-DIFF
            MOVE WS-CTRY-CODE(WS-CTRY-IDX)  TO DV-COUNTRY-CODE
            MOVE WS-SIDE-FEED-DATE(1)       TO DV-FEED-DATE
            MOVE WS-FIGURE-NAME(WS-FIG-IDX) TO DV-FIGURE
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 1, WS-FIG-IDX)
               TO DV-PRIMARY-VALUE
            MOVE WS-CTRY-FIG(WS-CTRY-IDX, 2, WS-FIG-IDX)
               TO DV-SECONDARY-VALUE
            MOVE WS-CMP-OVER-COUNT          TO DV-FIGURES-OVER
            WRITE DIVERGENCE-RECORD
            ADD 1 TO WS-DIVR-WRITTEN-COUNT.

       WRITE-MESSAGE-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            WRITE SRC-LINE FROM SRC-MESSAGE-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-SUMMARY-LINES.
            IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            MOVE SPACES TO SRC-LINE
            WRITE SRC-LINE

            MOVE 'COUNTRIES SENT BY BOTH SOURCES' TO SCL-LABEL
            MOVE WS-COMPARED-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES IN AGREEMENT' TO SCL-LABEL
            MOVE WS-AGREE-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES OVER TOLERANCE' TO SCL-LABEL
            MOVE WS-TOLERANCE-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES OVER DISAGREEMENT LIMIT' TO SCL-LABEL
            MOVE WS-DISAGREE-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES SENT BY THE PRIMARY ONLY' TO SCL-LABEL
            MOVE WS-PRIMARY-ONLY-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES SENT BY THE SECONDARY ONLY' TO SCL-LABEL
            MOVE WS-SECONDARY-ONLY-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'ROWS NOT COMPARED - WRONG FIELD COUNT' TO SCL-LABEL
            COMPUTE SCL-FIGURE =
               WS-SIDE-BAD-ROWS(1) + WS-SIDE-BAD-ROWS(2)
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            MOVE 'COUNTRIES NOT COMPARED - TABLE FULL' TO SCL-LABEL
            MOVE WS-TABLE-FULL-COUNT TO SCL-FIGURE
            WRITE SRC-LINE FROM SRC-COUNT-LINE

            ADD 9 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADERS.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO SH1-PAGE-NO

            WRITE SRC-LINE FROM SRC-HEADING-1
            WRITE SRC-LINE FROM SRC-HEADING-2
            WRITE SRC-LINE FROM SRC-HEADING-3

            MOVE 3 TO WS-LINE-COUNT.
