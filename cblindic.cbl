      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Daily vaccination and testing indicators. The health desk's
      * indicators feed arrives at INDICIN as a CSV file bracketed by
      * the same HDR/TRL control records as COVIDIN:
      *   HDR,<feed date>,<source>
      *   country,code,doses administered,people fully vaccinated,
      *      tests performed,positive tests,timestamp
      *   TRL,<detail count>,<hash of tests>,<hash of positives>
      * Doses and fully vaccinated are running totals; tests and
      * positives are the day's figures, so they carry the hash
      * totals the way new confirmed and new deaths do on COVIDIN.
      * The feed is read twice. The first pass proves the transfer
      * against the trailer; only a proven feed is read again and
      * posted, so a truncated transfer never reaches the master.
      * Rows are validated against the CTRYREF entry in effect on
      * the row's date the way CBLCOVID validates its own - a row
      * under a retired code that names an active successor is
      * posted under the successor - rejects go to INDEXCP in the
      * EXCPTOUT
      * layout, and good rows are posted to the INDHIST indicators
      * master, keyed by country code and report date, with every
      * write and rewrite journaled to INDJRNL like HISTJRNL. The
      * daily report (INDRPT) shows doses and fully vaccinated per
      * 100 people from the REF-POPULATION in effect on the row's
      * date and the test positivity.
      * Return codes:
      *   16 - feed control failure, nothing posted
      *   12 - INDICIN could not be opened
      *    8 - INDHIST could not be opened, nothing posted
      *    4 - rows rejected to INDEXCP
      *    0 - clean run
      *-----------------------
       PROGRAM-ID.    CBLINDIC.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT INDICIN ASSIGN TO INDICIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INDICIN-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT INDHIST ASSIGN TO INDHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IND-KEY
             FILE STATUS IS WS-INDHIST-STATUS.

             SELECT INDJRNL ASSIGN TO INDJRNL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INDJRNL-STATUS.

             SELECT INDEXCP ASSIGN TO INDEXCP
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INDEXCP-STATUS.

             SELECT INDRPT ASSIGN TO INDRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-INDRPT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  INDICIN RECORDING MODE V.
       01  INDIC-REC-FIELDS    PIC X(104).

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

      ****  // INDICATORS HISTORY MASTER - ONE RECORD PER COUNTRY
      ****  // AND REPORT DATE, THE SAME KEY SHAPE AS COVHIST
       FD  INDHIST.
       01  IND-RECORD.
           05  IND-KEY.
               10  IND-COUNTRY-CODE    PIC X(4).
               10  IND-REPORT-DATE     PIC X(10).
           05  IND-DOSES-ADMIN     PIC 9(10).
           05  IND-FULLY-VACC      PIC 9(10).
           05  IND-TESTS           PIC 9(9).
           05  IND-POSITIVE        PIC 9(9).

      ****  // FORWARD-RECOVERY JOURNAL FOR THE INDHIST CLUSTER -
      ****  // EVERY WRITE AND REWRITE POSTED TO THE MASTER IS
      ****  // LOGGED HERE, THE SAME WAY HISTJRNL COVERS COVHIST
       FD  INDJRNL RECORDING MODE F.
       01  IND-JOURNAL-RECORD.
           05  JI-ACTION           PIC X(1).
           05  JI-RUN-DATE         PIC X(8).
           05  JI-RUN-TIME         PIC X(6).
           05  JI-IND-IMAGE.
               10  JI-COUNTRY-CODE     PIC X(4).
               10  JI-REPORT-DATE      PIC X(10).
               10  JI-DOSES-ADMIN      PIC 9(10).
               10  JI-FULLY-VACC       PIC 9(10).
               10  JI-TESTS            PIC 9(9).
               10  JI-POSITIVE         PIC 9(9).
           05  FILLER              PIC X(3).

       FD  INDEXCP RECORDING MODE F.
       01  EXCEPTION-RECORD.
           05  EXCP-REC-NUMBER     PIC 9(7).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXCP-FIELD-COUNT    PIC 9(2).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXCP-REASON         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXCP-RAW-DATA       PIC X(104).

       FD  INDRPT RECORDING MODE F.
       01  IND-LINE                PIC X(133).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-INDICIN-STATUS       PIC XX VALUE '00'.

       01  WS-CTRYREF-STATUS       PIC XX VALUE '00'.

       01  WS-INDHIST-STATUS       PIC XX VALUE '00'.

       01  WS-INDJRNL-STATUS       PIC XX VALUE '00'.

       01  WS-INDEXCP-STATUS       PIC XX VALUE '00'.

       01  WS-INDRPT-STATUS        PIC XX VALUE '00'.

       01  WS-INDICIN-EOF          PIC X VALUE 'N'.
           88  INDICIN-AT-END          VALUE 'Y'.

       01  WS-FEED-RECORD          PIC X(104).

       01  WS-REC-COUNT            PIC 9(7) VALUE ZERO.

      ****  // HDR/TRL CONTROL RECORDS CARRIED ON THE FEED - THE
      ****  // FIRST PASS PROVES THE TRANSFER WAS COMPLETE BY
      ****  // CHECKING THE DETAIL COUNT AND THE HASH TOTALS AGAINST
      ****  // THE TRAILER BEFORE ANYTHING IS POSTED
       01  WS-FEED-CONTROLS.
           05  WS-HDR-SEEN             PIC X VALUE 'N'.
               88  HEADER-WAS-SEEN         VALUE 'Y'.
           05  WS-TRL-SEEN             PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN        VALUE 'Y'.
           05  WS-CTL-TAG              PIC X(3).
           05  WS-FEED-DATE            PIC X(10) VALUE SPACES.
           05  WS-FEED-SOURCE          PIC X(20) VALUE SPACES.
           05  WS-TRL-REC-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-TRL-HASH-TESTS       PIC 9(12) VALUE ZERO.
           05  WS-TRL-HASH-POSITIVE    PIC 9(12) VALUE ZERO.
           05  WS-HASH-TESTS           PIC 9(12) VALUE ZERO.
           05  WS-HASH-POSITIVE        PIC 9(12) VALUE ZERO.
           05  WS-UNPARSED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CONTROL-FAIL         PIC X VALUE 'N'.
               88  CONTROL-CHECK-FAILED    VALUE 'Y'.

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

       01  UNSTRING-INDICATOR-RECORDS.
           05  UIR-COUNTRY         PIC X(50).
           05  UIR-COUNTRY-CODE    PIC X(4).
           05  UIR-DOSES-ADMIN     PIC 9(10).
           05  UIR-FULLY-VACC      PIC 9(10).
           05  UIR-TESTS           PIC 9(9).
           05  UIR-POSITIVE        PIC 9(9).
           05  UIR-TIMESTAMP       PIC X(25).

       01  WS-ROW-CONTROLS.
           05  WS-UNSTRING-PTR      PIC 9(3) VALUE 1.
           05  WS-FIELD-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-RECORD-VALID      PIC X VALUE 'Y'.
               88  RECORD-IS-VALID      VALUE 'Y'.

       01  WS-EXCP-REASON           PIC X(20) VALUE SPACES.

      ****  // THE FOUR RAW FIGURES ARE LIFTED AGAIN AS TEXT SO THEIR
      ****  // SIGNIFICANT DIGITS CAN BE MEASURED AGAINST THE UIR
      ****  // FIELD WIDTHS - A NUMERIC UNSTRING RECEIVER QUIETLY
      ****  // DROPS THE HIGH-ORDER DIGITS OF A FIGURE TOO BIG FOR IT
       01  WS-FIGURE-WIDTH-TABLE.
           05  FILLER               PIC 99 VALUE 10.
           05  FILLER               PIC 99 VALUE 10.
           05  FILLER               PIC 99 VALUE 09.
           05  FILLER               PIC 99 VALUE 09.
       01  WS-FIGURE-WIDTHS REDEFINES WS-FIGURE-WIDTH-TABLE.
           05  WS-FIGURE-WIDTH OCCURS 4 TIMES PIC 99.

       01  WS-FIGURE-CHECK-WORK.
           05  WS-FCK-SKIP          PIC X(50).
           05  WS-FCK-FIGURE OCCURS 4 TIMES PIC X(20).
           05  WS-FCK-IDX           PIC 9(2) VALUE ZERO.
           05  WS-FCK-CHAR-IDX      PIC 9(2) VALUE ZERO.
           05  WS-FCK-DIGITS        PIC 9(2) VALUE ZERO.
           05  WS-FCK-STARTED       PIC X VALUE 'N'.
               88  FIGURE-DIGITS-STARTED  VALUE 'Y'.

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
           05  WS-REF-POPULATION    PIC 9(10) VALUE ZERO.
           05  WS-REF-CODE-STATUS   PIC X(1) VALUE SPACE.
               88  REF-CODE-RETIRED     VALUE 'R'.
           05  WS-REF-SUCCESSOR     PIC X(4) VALUE SPACES.

      ****  // ROWS ARRIVING UNDER A RETIRED CODE THAT NAMES A
      ****  // SUCCESSOR ARE POSTED UNDER THE SUCCESSOR AND COUNTED
       01  WS-SUCCESSOR-CONTROLS.
           05  WS-SUCCESSOR-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-RETIRED-CODE      PIC X(4) VALUE SPACES.

      ****  // THE MASTER IS A PERMANENT KEYED FILE - U(PDATE) WHEN
      ****  // IT OPENS I-O, L(OAD) WHEN A FRESHLY DEFINED CLUSTER
      ****  // HAS TO BE OPENED OUTPUT, X WHEN IT CANNOT BE OPENED
       01  WS-INDHIST-OPEN-MODE    PIC X VALUE 'U'.
           88  INDHIST-LOAD-MODE       VALUE 'L'.
           88  INDHIST-UNAVAILABLE     VALUE 'X'.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JOURNAL-MODE      PIC X VALUE 'J'.
               88  JOURNAL-UNAVAILABLE  VALUE 'X'.
           05  WS-JOURNAL-ACTION    PIC X VALUE SPACE.
           05  WS-JOURNAL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-JRNL-RUN-DATE     PIC 9(8) VALUE ZERO.
           05  WS-JRNL-RUN-TIME     PIC 9(8) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-RESTATED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-RATE-FIELDS.
           05  WS-DOSES-PER-100        PIC 9(4)V99 VALUE ZERO.
           05  WS-FULLY-PER-100        PIC 9(4)V99 VALUE ZERO.
           05  WS-POSITIVITY-RATE      PIC 999V99 VALUE ZERO.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  IND-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE 'DAILY VACCINATION AND TESTING REPORT '.
           05  FILLER                  PIC X(11)
               VALUE 'FEED DATE: '.
           05  IH1-FEED-DATE           PIC X(10).
           05  FILLER                  PIC X(56) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  IH1-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  IND-HEADING-2.
           05  FILLER                  PIC X(04) VALUE 'CODE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE 'COUNTRY'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '    POPULATION'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE '  DOSES GIVEN'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PER 100'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE ' FULLY VACCIN'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PER 100'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '      TESTS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '   POSITIVE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE '  POS%'.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  IND-DETAIL-LINE.
           05  IDL-CODE                PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-COUNTRY             PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-POPULATION          PIC ZZ,ZZZ,ZZZ,ZZ9
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-DOSES-ADMIN         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-DOSES-PER-100       PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-FULLY-VACC          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-FULLY-PER-100       PIC ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-TESTS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-POSITIVE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-POSITIVITY          PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  IND-MESSAGE-LINE.
           05  IML-TEXT                PIC X(100).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  IND-COUNT-LINE.
           05  ICL-LABEL               PIC X(44).
           05  ICL-FIGURE              PIC Z,ZZZ,999.
           05  FILLER                  PIC X(80) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
            OPEN INPUT INDICIN.
            IF WS-INDICIN-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLINDIC - INDICIN INDICATORS FEED COULD '
                  'NOT BE OPENED. STATUS: ' WS-INDICIN-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      ****  // PASS 1 - PROVE THE TRANSFER
            PERFORM READ-INDICATOR-RECORD.
            PERFORM PROVE-ONE-FEED-RECORD
               UNTIL INDICIN-AT-END.
            CLOSE INDICIN.

            PERFORM VERIFY-FEED-CONTROLS.
            MOVE WS-FEED-DATE TO IH1-FEED-DATE.

            OPEN OUTPUT INDRPT.

            IF CONTROL-CHECK-FAILED
               MOVE 'FEED CONTROLS FAILED - NOTHING WAS POSTED TO THE '
                  TO IML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'INDICATORS MASTER. SEE THE JOB LOG FOR THE '
                  TO IML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'FAILING CONTROL.' TO IML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               CLOSE INDRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

      ****  // PASS 2 - VALIDATE AND POST THE PROVEN FEED
            PERFORM OPEN-COUNTRY-REFERENCE.
            PERFORM OPEN-INDICATOR-MASTER.

            OPEN OUTPUT INDEXCP.
            OPEN INPUT INDICIN.
            MOVE 'N' TO WS-INDICIN-EOF.
            MOVE ZERO TO WS-REC-COUNT.

            PERFORM READ-INDICATOR-RECORD.
            PERFORM POST-ONE-FEED-RECORD
               UNTIL INDICIN-AT-END.

            PERFORM WRITE-SUMMARY-LINES.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLINDIC COMPLETE - FEED DATE ' WS-FEED-DATE.
            DISPLAY 'DETAIL ROWS READ:        ' WS-REC-COUNT.
            DISPLAY 'ROWS POSTED:             ' WS-POSTED-COUNT.
            DISPLAY 'POSTINGS RESTATED:       ' WS-RESTATED-COUNT.
            DISPLAY 'ROWS REJECTED:           ' WS-EXCEPTION-COUNT.
            DISPLAY 'ROWS UNDER A SUCCESSOR:  ' WS-SUCCESSOR-COUNT.
            DISPLAY 'JOURNAL RECORDS WRITTEN: ' WS-JOURNAL-COUNT.
            DISPLAY WS-ASTER.

            CLOSE INDICIN
            CLOSE INDEXCP
            CLOSE INDRPT
            IF NOT JOURNAL-UNAVAILABLE
               CLOSE INDJRNL
            END-IF
            IF NOT INDHIST-UNAVAILABLE
               CLOSE INDHIST
            END-IF
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF

            EVALUATE TRUE
               WHEN INDHIST-UNAVAILABLE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
            END-EVALUATE

            STOP RUN.

      ****  // SAME OPEN HANDLING AS COVHIST IN CBLCOVID - I-O ON A
      ****  // LOADED CLUSTER, OUTPUT ON A FRESHLY DEFINED ONE (STATUS
      ****  // 35), AND THE JOURNAL EXTENDED ACROSS RUNS
       OPEN-INDICATOR-MASTER.
            OPEN I-O INDHIST
            IF WS-INDHIST-STATUS NOT = '00'
               OPEN OUTPUT INDHIST
               MOVE 'L' TO WS-INDHIST-OPEN-MODE
               IF WS-INDHIST-STATUS NOT = '00'
                  MOVE 'X' TO WS-INDHIST-OPEN-MODE
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLINDIC - INDHIST COULD NOT BE OPENED '
                     '- TODAY''S INDICATORS WILL NOT BE POSTED. '
                     'STATUS: ' WS-INDHIST-STATUS
                  DISPLAY WS-ASTER
               END-IF
            END-IF

            IF INDHIST-UNAVAILABLE
               MOVE 'X' TO WS-JOURNAL-MODE
            ELSE
               OPEN EXTEND INDJRNL
               IF WS-INDJRNL-STATUS NOT = '00'
                  OPEN OUTPUT INDJRNL
               END-IF
               IF WS-INDJRNL-STATUS NOT = '00'
                  MOVE 'X' TO WS-JOURNAL-MODE
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLINDIC - INDJRNL COULD NOT BE OPENED '
                     '- TODAY''S POSTINGS WILL NOT BE JOURNALED. '
                     'STATUS: ' WS-INDJRNL-STATUS
                  DISPLAY WS-ASTER
               ELSE
                  ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
                  ACCEPT WS-JRNL-RUN-TIME FROM TIME
               END-IF
            END-IF.

       READ-INDICATOR-RECORD.
            READ INDICIN
            AT END MOVE 'Y' TO WS-INDICIN-EOF
            END-READ.

       PROVE-ONE-FEED-RECORD.
            EVALUATE INDIC-REC-FIELDS(1:4)
               WHEN 'HDR,'
                  PERFORM PROCESS-FEED-HEADER
               WHEN 'TRL,'
                  PERFORM PROCESS-FEED-TRAILER
               WHEN OTHER
                  ADD 1 TO WS-REC-COUNT
                  PERFORM PARSE-INDICATOR-ROW
      ****        // ONLY A ROW THAT PARSED CARRIES FIGURES TO HASH
                  IF RECORD-IS-VALID
                     ADD UIR-TESTS    TO WS-HASH-TESTS
                     ADD UIR-POSITIVE TO WS-HASH-POSITIVE
                  ELSE
                     ADD 1 TO WS-UNPARSED-COUNT
                  END-IF
            END-EVALUATE
            PERFORM READ-INDICATOR-RECORD.

       PROCESS-FEED-HEADER.
            MOVE 'Y' TO WS-HDR-SEEN
            UNSTRING INDIC-REC-FIELDS DELIMITED BY ','
               INTO WS-CTL-TAG
                    WS-FEED-DATE
                    WS-FEED-SOURCE
            END-UNSTRING
            DISPLAY 'INDICATORS FEED HEADER - DATE: ' WS-FEED-DATE
               '  SOURCE: ' WS-FEED-SOURCE.

       PROCESS-FEED-TRAILER.
            MOVE 'Y' TO WS-TRL-SEEN
            UNSTRING INDIC-REC-FIELDS DELIMITED BY ','
               INTO WS-CTL-TAG
                    WS-TRL-REC-COUNT
                    WS-TRL-HASH-TESTS
                    WS-TRL-HASH-POSITIVE
            END-UNSTRING.

       VERIFY-FEED-CONTROLS.
            IF NOT HEADER-WAS-SEEN
               MOVE 'Y' TO WS-CONTROL-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** FEED CONTROL FAILURE - NO HDR HEADER '
                  'RECORD ON INDICIN. TRANSFER SUSPECT.'
               DISPLAY WS-ASTER
            END-IF

            IF NOT TRAILER-WAS-SEEN
               MOVE 'Y' TO WS-CONTROL-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** FEED CONTROL FAILURE - NO TRL TRAILER '
                  'RECORD ON INDICIN. TRANSFER MAY BE TRUNCATED.'
               DISPLAY WS-ASTER
            ELSE
               PERFORM CHECK-TRAILER-TOTALS
            END-IF.

       CHECK-TRAILER-TOTALS.
            IF WS-REC-COUNT NOT = WS-TRL-REC-COUNT
               MOVE 'Y' TO WS-CONTROL-FAIL
               DISPLAY WS-ASTER
               DISPLAY '*** FEED CONTROL FAILURE - DETAIL RECORDS '
                  'READ: ' WS-REC-COUNT ' BUT TRAILER SAYS: '
                  WS-TRL-REC-COUNT
               DISPLAY WS-ASTER
            END-IF

            IF WS-HASH-TESTS NOT = WS-TRL-HASH-TESTS
               OR WS-HASH-POSITIVE NOT = WS-TRL-HASH-POSITIVE
      ****     // ROWS THAT DID NOT PARSE NEVER REACH THE HASH
      ****     // ACCUMULATORS, SO A FEED WITH SUCH ROWS CANNOT PROVE
      ****     // THE HASHES - CALL THAT OUT AS A WARNING, NOT A
      ****     // TRANSFER FAILURE
               IF WS-UNPARSED-COUNT = ZERO
                  MOVE 'Y' TO WS-CONTROL-FAIL
                  DISPLAY WS-ASTER
                  DISPLAY '*** FEED CONTROL FAILURE - HASH TOTALS DO '
                     'NOT MATCH THE TRAILER.'
                  DISPLAY 'TESTS PERFORMED - ACCUMULATED: '
                     WS-HASH-TESTS ' TRAILER: ' WS-TRL-HASH-TESTS
                  DISPLAY 'POSITIVE TESTS  - ACCUMULATED: '
                     WS-HASH-POSITIVE ' TRAILER: '
                     WS-TRL-HASH-POSITIVE
                  DISPLAY WS-ASTER
               ELSE
                  DISPLAY WS-ASTER
                  DISPLAY '*** FEED CONTROL WARNING - HASH TOTALS DO '
                     'NOT MATCH THE TRAILER. ' WS-UNPARSED-COUNT
                     ' UNPARSEABLE ROWS ARE NOT IN THE ACCUMULATORS.'
                  DISPLAY WS-ASTER
               END-IF
            END-IF.

       POST-ONE-FEED-RECORD.
            IF INDIC-REC-FIELDS(1:4) NOT = 'HDR,'
               AND INDIC-REC-FIELDS(1:4) NOT = 'TRL,'
               ADD 1 TO WS-REC-COUNT
               PERFORM VALIDATE-INDICATOR-ROW
               IF RECORD-IS-VALID
                  PERFORM POST-INDICATOR-RECORD
                  PERFORM WRITE-REPORT-LINE
               ELSE
                  PERFORM WRITE-EXCEPTION-RECORD
               END-IF
            END-IF
            PERFORM READ-INDICATOR-RECORD.

      ****  // A DETAIL ROW CARRIES 7 FIELDS - COUNTRY, CODE, THE
      ****  // FOUR FIGURES AND THE TIMESTAMP
       PARSE-INDICATOR-ROW.
            MOVE INDIC-REC-FIELDS TO WS-FEED-RECORD
            MOVE 1 TO WS-UNSTRING-PTR
            MOVE ZERO TO WS-FIELD-COUNT
            MOVE 'Y' TO WS-RECORD-VALID
            MOVE SPACES TO WS-EXCP-REASON

            MOVE WS-FEED-RECORD TO WS-CSV-SOURCE
            PERFORM PREPARE-CSV-RECORD

            UNSTRING WS-CSV-CLEANED DELIMITED BY ','
               INTO UIR-COUNTRY
                    UIR-COUNTRY-CODE
                    UIR-DOSES-ADMIN
                    UIR-FULLY-VACC
                    UIR-TESTS
                    UIR-POSITIVE
                    UIR-TIMESTAMP
               WITH POINTER WS-UNSTRING-PTR
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                  MOVE 'N' TO WS-RECORD-VALID
            END-UNSTRING

            INSPECT UIR-COUNTRY
               REPLACING ALL WS-COMMA-MASK BY ','

            IF WS-FIELD-COUNT NOT = 7
               MOVE 'N' TO WS-RECORD-VALID
            END-IF

            IF NOT RECORD-IS-VALID
               MOVE 'INVALID FIELD COUNT' TO WS-EXCP-REASON
            ELSE
               PERFORM CHECK-FIGURE-WIDTHS
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

       CHECK-FIGURE-WIDTHS.
            MOVE SPACES TO WS-FIGURE-CHECK-WORK
            UNSTRING WS-CSV-CLEANED DELIMITED BY ','
               INTO WS-FCK-SKIP
                    WS-FCK-SKIP
                    WS-FCK-FIGURE(1)
                    WS-FCK-FIGURE(2)
                    WS-FCK-FIGURE(3)
                    WS-FCK-FIGURE(4)
            END-UNSTRING

            PERFORM MEASURE-ONE-FIGURE
               VARYING WS-FCK-IDX FROM 1 BY 1
               UNTIL WS-FCK-IDX > 4
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

      ****  // A PARSED ROW STILL HAS TO CARRY A COUNTRY CODE WE KNOW,
      ****  // AND CANNOT REPORT MORE POSITIVES THAN TESTS
       VALIDATE-INDICATOR-ROW.
            PERFORM PARSE-INDICATOR-ROW

            MOVE 'N' TO WS-REF-FOUND
            IF RECORD-IS-VALID AND REF-FILE-OPEN
               PERFORM VALIDATE-COUNTRY-CODE
            END-IF

            IF RECORD-IS-VALID
               AND UIR-POSITIVE > UIR-TESTS
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'POSITIVES OVER TESTS' TO WS-EXCP-REASON
            END-IF.

      ****  // THE CODE IS JUDGED BY THE ENTRY IN EFFECT ON THE
      ****  // ROW'S OWN DATE, AS IN CBLCOVID
       VALIDATE-COUNTRY-CODE.
            MOVE UIR-COUNTRY-CODE    TO WS-REF-SEARCH-CODE
            MOVE UIR-TIMESTAMP(1:10) TO WS-REF-SEARCH-DATE
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
      ****  // OTHERWISE THE ROW IS REJECTED AS BEFORE
       POST-UNDER-SUCCESSOR.
            MOVE UIR-COUNTRY-CODE TO WS-RETIRED-CODE
            MOVE WS-REF-SUCCESSOR TO WS-REF-SEARCH-CODE
            PERFORM FIND-REF-ENTRY

            IF REF-RECORD-FOUND AND NOT REF-CODE-RETIRED
               MOVE WS-REF-SEARCH-CODE TO UIR-COUNTRY-CODE
               ADD 1 TO WS-SUCCESSOR-COUNT
               DISPLAY 'RETIRED CODE ' WS-RETIRED-CODE ' '
                  UIR-TIMESTAMP(1:10) ' POSTED UNDER SUCCESSOR '
                  UIR-COUNTRY-CODE
            ELSE
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'RETIRED COUNTRY CODE' TO WS-EXCP-REASON
            END-IF.

       WRITE-EXCEPTION-RECORD.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO EXCEPTION-RECORD
            MOVE WS-REC-COUNT   TO EXCP-REC-NUMBER
            MOVE WS-FIELD-COUNT TO EXCP-FIELD-COUNT
            MOVE WS-EXCP-REASON TO EXCP-REASON
            MOVE WS-FEED-RECORD TO EXCP-RAW-DATA
            WRITE EXCEPTION-RECORD.

       POST-INDICATOR-RECORD.
            IF NOT INDHIST-UNAVAILABLE
               MOVE UIR-COUNTRY-CODE    TO IND-COUNTRY-CODE
               MOVE UIR-TIMESTAMP(1:10) TO IND-REPORT-DATE
               MOVE UIR-DOSES-ADMIN     TO IND-DOSES-ADMIN
               MOVE UIR-FULLY-VACC      TO IND-FULLY-VACC
               MOVE UIR-TESTS           TO IND-TESTS
               MOVE UIR-POSITIVE        TO IND-POSITIVE

               WRITE IND-RECORD
                  INVALID KEY
      ****           // KEY ALREADY ON FILE - A RERUN FOR THE SAME
      ****           // REPORT DATE REPLACES THE EARLIER POSTING. IN
      ****           // LOAD MODE A REWRITE IS NOT LEGAL, SO THE
      ****           // FIRST POSTING STANDS
                     IF NOT INDHIST-LOAD-MODE
                        PERFORM RESTATE-INDICATOR-RECORD
                     ELSE
                        ADD 1 TO WS-DROPPED-COUNT
                        DISPLAY '*** INDHIST LOAD - DUPLICATE KEY '
                           IND-COUNTRY-CODE ' ' IND-REPORT-DATE
                           ' DROPPED; THE FIRST POSTING STANDS.'
                     END-IF
                  NOT INVALID KEY
                     ADD 1 TO WS-POSTED-COUNT
                     MOVE 'W' TO WS-JOURNAL-ACTION
                     PERFORM JOURNAL-INDICATOR-POST
               END-WRITE
            END-IF.

       RESTATE-INDICATOR-RECORD.
            REWRITE IND-RECORD
               INVALID KEY
                  ADD 1 TO WS-DROPPED-COUNT
                  DISPLAY '*** INDHIST - REWRITE FAILED FOR '
                     IND-COUNTRY-CODE ' ' IND-REPORT-DATE
                     ' STATUS: ' WS-INDHIST-STATUS
               NOT INVALID KEY
                  ADD 1 TO WS-RESTATED-COUNT
                  MOVE 'R' TO WS-JOURNAL-ACTION
                  PERFORM JOURNAL-INDICATOR-POST
            END-REWRITE.

       JOURNAL-INDICATOR-POST.
            IF NOT JOURNAL-UNAVAILABLE
               MOVE WS-JOURNAL-ACTION     TO JI-ACTION
               MOVE WS-JRNL-RUN-DATE      TO JI-RUN-DATE
               MOVE WS-JRNL-RUN-TIME(1:6) TO JI-RUN-TIME
               MOVE IND-RECORD            TO JI-IND-IMAGE
               WRITE IND-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-COUNT
            END-IF.

      ****  // THE RATES NEED A POPULATION - WITHOUT A REFERENCE
      ****  // ENTRY THE PER-100 COLUMNS PRINT BLANK
       WRITE-REPORT-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            MOVE ZERO TO WS-DOSES-PER-100
            MOVE ZERO TO WS-FULLY-PER-100
            MOVE ZERO TO IDL-POPULATION
            MOVE UIR-COUNTRY-CODE TO IDL-CODE

            IF REF-RECORD-FOUND
               MOVE WS-REF-NAME(1:24)  TO IDL-COUNTRY
               MOVE WS-REF-POPULATION  TO IDL-POPULATION
               IF WS-REF-POPULATION > ZERO
                  COMPUTE WS-DOSES-PER-100 ROUNDED =
                     UIR-DOSES-ADMIN * 100 / WS-REF-POPULATION
                     ON SIZE ERROR
                        MOVE 9999.99 TO WS-DOSES-PER-100
                  END-COMPUTE
                  COMPUTE WS-FULLY-PER-100 ROUNDED =
                     UIR-FULLY-VACC * 100 / WS-REF-POPULATION
                     ON SIZE ERROR
                        MOVE 9999.99 TO WS-FULLY-PER-100
                  END-COMPUTE
               END-IF
            ELSE
               MOVE UIR-COUNTRY(1:24) TO IDL-COUNTRY
            END-IF

            IF UIR-TESTS > ZERO
               COMPUTE WS-POSITIVITY-RATE ROUNDED =
                  (UIR-POSITIVE / UIR-TESTS) * 100
            ELSE
               MOVE ZERO TO WS-POSITIVITY-RATE
            END-IF

            MOVE UIR-DOSES-ADMIN    TO IDL-DOSES-ADMIN
            MOVE WS-DOSES-PER-100   TO IDL-DOSES-PER-100
            MOVE UIR-FULLY-VACC     TO IDL-FULLY-VACC
            MOVE WS-FULLY-PER-100   TO IDL-FULLY-PER-100
            MOVE UIR-TESTS          TO IDL-TESTS
            MOVE UIR-POSITIVE       TO IDL-POSITIVE
            MOVE WS-POSITIVITY-RATE TO IDL-POSITIVITY

            WRITE IND-LINE FROM IND-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-MESSAGE-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            WRITE IND-LINE FROM IND-MESSAGE-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-SUMMARY-LINES.
            IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
            END-IF

            MOVE SPACES TO IND-LINE
            WRITE IND-LINE

            MOVE 'DETAIL ROWS READ' TO ICL-LABEL
            MOVE WS-REC-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            MOVE 'ROWS POSTED TO INDHIST' TO ICL-LABEL
            MOVE WS-POSTED-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            MOVE 'EARLIER POSTINGS RESTATED' TO ICL-LABEL
            MOVE WS-RESTATED-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            MOVE 'ROWS NOT POSTED - MASTER DUPLICATE OR ERROR'
               TO ICL-LABEL
            MOVE WS-DROPPED-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            MOVE 'ROWS REJECTED TO INDEXCP' TO ICL-LABEL
            MOVE WS-EXCEPTION-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            MOVE 'JOURNAL RECORDS WRITTEN' TO ICL-LABEL
            MOVE WS-JOURNAL-COUNT TO ICL-FIGURE
            WRITE IND-LINE FROM IND-COUNT-LINE

            ADD 7 TO WS-LINE-COUNT

            IF INDHIST-UNAVAILABLE
               MOVE 'INDHIST COULD NOT BE OPENED - THE FIGURES ABOVE '
                  TO IML-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'WERE REPORTED BUT NOT POSTED.' TO IML-TEXT
               PERFORM WRITE-MESSAGE-LINE
            END-IF.

       WRITE-REPORT-HEADERS.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO IH1-PAGE-NO

            WRITE IND-LINE FROM IND-HEADING-1
            WRITE IND-LINE FROM IND-HEADING-2

            MOVE 2 TO WS-LINE-COUNT.

       OPEN-COUNTRY-REFERENCE.
            OPEN INPUT CTRYREF

            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
      ****     // WITHOUT THE REFERENCE FILE THE RUN STILL POSTS, BUT
      ****     // CODES PASS UNVALIDATED AND THE PER-100 RATES PRINT
      ****     // BLANK - SAY SO LOUDLY SO OPERATIONS CAN FIX THE DD
               DISPLAY WS-ASTER
               DISPLAY '*** CTRYREF COUNTRY REFERENCE NOT AVAILABLE - '
                  'COUNTRY CODES WILL NOT BE VALIDATED THIS RUN.'
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
                     MOVE REF-POPULATION     TO WS-REF-POPULATION
                     MOVE REF-CODE-STATUS    TO WS-REF-CODE-STATUS
                     MOVE REF-SUCCESSOR-CODE TO WS-REF-SUCCESSOR
                  END-IF
               END-IF
            END-IF.
