      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Release gate for the nightly COVIDEXT load. Runs as the step
      * in front of the downstream load and reads the PUBCTL
      * publication-control record of every report date on the
      * COVIDEXT extract about to be loaded - CBLCOVID leaves each
      * feed date PENDING and the CBLPSIGN sign-off dialog marks it
      * RELEASED or WITHHELD. A catch-up run puts several feed dates
      * on one extract, and the load may run only when every one of
      * them is RELEASED. The step ends with the worst of:
      *    0 - RELEASED
      *    8 - STILL PENDING, OR WITHHELD
      *   12 - NO PUBLICATION-CONTROL RECORD FOR A FEED DATE, OR
      *        PUBCTL COULD NOT BE OPENED
      * PARM (optional): a feed date YYYY-MM-DD to check as well.
      * With no rows on COVIDEXT and no PARM the latest feed date on
      * PUBCTL is checked.
      *-----------------------
       PROGRAM-ID.    CBLPGATE.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PUBCTL ASSIGN TO PUBCTL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PC-FEED-DATE
             FILE STATUS IS WS-PUBCTL-STATUS.

             SELECT COVIDEXT ASSIGN TO COVIDEXT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-COVIDEXT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

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

      ****  // ONLY THE REPORT DATE IS NEEDED - THE FIRST 10 BYTES
      ****  // OF EXT-TIMESTAMP
       FD  COVIDEXT RECORDING MODE F.
       01  COVID-EXTRACT-RECORD.
           05  EXT-COUNTRY-CODE    PIC X(4).
           05  FILLER              PIC X(44).
           05  EXT-REPORT-DATE     PIC X(10).
           05  FILLER              PIC X(15).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-PUBCTL-STATUS        PIC XX VALUE '00'.

       01  WS-COVIDEXT-STATUS      PIC XX VALUE '00'.

       01  WS-PUBCTL-EOF           PIC X VALUE 'N'.
           88  PUBCTL-AT-END           VALUE 'Y'.

       01  WS-EXT-EOF              PIC X VALUE 'N'.
           88  EXT-AT-END              VALUE 'Y'.

       01  WS-GATE-CONTROLS.
           05  WS-GATE-FEED-DATE    PIC X(10) VALUE SPACES.
           05  WS-GATE-FOUND        PIC X VALUE 'N'.
               88  GATE-RECORD-FOUND    VALUE 'Y'.
           05  WS-GATE-RC           PIC 9(2) VALUE ZERO.
           05  WS-EXT-ROW-COUNT     PIC 9(7) VALUE ZERO.

      ****  // EVERY FEED DATE CHECKED SO FAR, SO EACH IS READ AND
      ****  // REPORTED ONCE HOWEVER ITS ROWS LIE ON THE EXTRACT
       01  WS-CHECKED-DATES.
           05  WS-CHECKED-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-CHECKED-IDX       PIC 9(3) VALUE ZERO.
           05  WS-CHECKED-DATE OCCURS 100 TIMES PIC X(10).
           05  WS-DATE-SEEN         PIC X VALUE 'N'.
               88  DATE-ALREADY-CHECKED VALUE 'Y'.

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
            OPEN INPUT PUBCTL.
            IF WS-PUBCTL-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLPGATE - PUBCTL COULD NOT BE OPENED. '
                  'THE DOWNSTREAM LOAD MUST BE HELD. STATUS: '
                  WS-PUBCTL-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            DISPLAY WS-ASTER.

            PERFORM CHECK-EXTRACT-FEED-DATES.

            IF LS-PARM-LEN NOT < 10
               MOVE LS-PARM-TEXT(1:10) TO WS-GATE-FEED-DATE
               PERFORM CHECK-ONE-FEED-DATE
            ELSE
               IF LS-PARM-LEN > ZERO
                  DISPLAY '*** CBLPGATE - PARM DATE SHORTER THAN '
                     'YYYY-MM-DD IGNORED.'
               END-IF
            END-IF.

            IF WS-CHECKED-COUNT = ZERO
               PERFORM FIND-LATEST-FEED-DATE
               PERFORM CHECK-ONE-FEED-DATE
            END-IF.

            CLOSE PUBCTL.

            IF WS-GATE-RC = ZERO
               DISPLAY 'CBLPGATE - EVERY FEED DATE ON THE LOAD IS '
                  'RELEASED. THE LOAD MAY RUN.'
            ELSE
               DISPLAY '*** CBLPGATE - NOT EVERY FEED DATE ON THE LOAD '
                  'IS RELEASED. THE DOWNSTREAM LOAD MUST BE HELD.'
            END-IF
            DISPLAY WS-ASTER.

            MOVE WS-GATE-RC TO RETURN-CODE.
            STOP RUN.

      ****  // THE EXTRACT IS WHAT THE LOAD CARRIES - EVERY REPORT
      ****  // DATE ON IT MUST BE SIGNED OFF. WITHOUT THE EXTRACT THE
      ****  // PARM DATE OR THE LATEST DATE ON PUBCTL IS THE GATE.
       CHECK-EXTRACT-FEED-DATES.
            OPEN INPUT COVIDEXT

            IF WS-COVIDEXT-STATUS = '00'
               PERFORM READ-EXTRACT-RECORD
               PERFORM CHECK-ONE-EXTRACT-ROW
                  UNTIL EXT-AT-END
               CLOSE COVIDEXT
               DISPLAY 'CBLPGATE - EXTRACT ROWS: ' WS-EXT-ROW-COUNT
                  '  FEED DATES: ' WS-CHECKED-COUNT
            ELSE
               DISPLAY '*** CBLPGATE - COVIDEXT NOT AVAILABLE - '
                  'CHECKING THE PARM OR LATEST FEED DATE ONLY.'
            END-IF.

       READ-EXTRACT-RECORD.
            READ COVIDEXT
            AT END MOVE 'Y' TO WS-EXT-EOF
            END-READ.

       CHECK-ONE-EXTRACT-ROW.
            ADD 1 TO WS-EXT-ROW-COUNT
            MOVE EXT-REPORT-DATE TO WS-GATE-FEED-DATE
            PERFORM CHECK-ONE-FEED-DATE
            PERFORM READ-EXTRACT-RECORD.

       CHECK-ONE-FEED-DATE.
            MOVE 'N' TO WS-DATE-SEEN
            PERFORM TEST-ONE-CHECKED-DATE
               VARYING WS-CHECKED-IDX FROM 1 BY 1
               UNTIL WS-CHECKED-IDX > WS-CHECKED-COUNT
                  OR DATE-ALREADY-CHECKED

            IF NOT DATE-ALREADY-CHECKED
               IF WS-CHECKED-COUNT < 100
                  ADD 1 TO WS-CHECKED-COUNT
                  MOVE WS-GATE-FEED-DATE
                     TO WS-CHECKED-DATE(WS-CHECKED-COUNT)
               END-IF
               PERFORM GATE-ONE-FEED-DATE
            END-IF.

       TEST-ONE-CHECKED-DATE.
            IF WS-CHECKED-DATE(WS-CHECKED-IDX) = WS-GATE-FEED-DATE
               MOVE 'Y' TO WS-DATE-SEEN
            END-IF.

       GATE-ONE-FEED-DATE.
            MOVE 'N' TO WS-GATE-FOUND
            IF WS-GATE-FEED-DATE NOT = SPACES
               MOVE WS-GATE-FEED-DATE TO PC-FEED-DATE
               READ PUBCTL
                  INVALID KEY
                     MOVE 'N' TO WS-GATE-FOUND
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-GATE-FOUND
               END-READ
            END-IF

            EVALUATE TRUE
               WHEN NOT GATE-RECORD-FOUND
                  DISPLAY '*** CBLPGATE - NO PUBLICATION-CONTROL '
                     'RECORD FOR FEED DATE ' WS-GATE-FEED-DATE '.'
                  MOVE 12 TO WS-GATE-RC
               WHEN PC-RELEASED
                  DISPLAY 'CBLPGATE - FEED DATE ' PC-FEED-DATE
                     ' RELEASED BY ' PC-DECISION-USERID ' ON '
                     PC-DECISION-DATE ' AT ' PC-DECISION-TIME '.'
               WHEN PC-WITHHELD
                  DISPLAY '*** CBLPGATE - FEED DATE ' PC-FEED-DATE
                     ' WITHHELD BY ' PC-DECISION-USERID ' ON '
                     PC-DECISION-DATE ' AT ' PC-DECISION-TIME
                  DISPLAY '*** NOTE: ' PC-DECISION-NOTE
                  IF WS-GATE-RC < 8
                     MOVE 8 TO WS-GATE-RC
                  END-IF
               WHEN OTHER
                  DISPLAY '*** CBLPGATE - FEED DATE ' PC-FEED-DATE
                     ' IS ' PC-STATUS ' - NOT YET SIGNED OFF.'
                  IF WS-GATE-RC < 8
                     MOVE 8 TO WS-GATE-RC
                  END-IF
            END-EVALUATE.

      ****  // THE FILE IS KEYED ON THE FEED DATE, SO THE LAST
      ****  // RECORD IN KEY ORDER IS THE NIGHT'S RUN
       FIND-LATEST-FEED-DATE.
            MOVE LOW-VALUES TO PC-FEED-DATE

            START PUBCTL KEY NOT < PC-FEED-DATE
               INVALID KEY
                  MOVE 'Y' TO WS-PUBCTL-EOF
            END-START

            PERFORM READ-NEXT-CONTROL-RECORD
               UNTIL PUBCTL-AT-END.

       READ-NEXT-CONTROL-RECORD.
            READ PUBCTL NEXT RECORD
            AT END MOVE 'Y' TO WS-PUBCTL-EOF
            END-READ

            IF NOT PUBCTL-AT-END
               MOVE PC-FEED-DATE TO WS-GATE-FEED-DATE
            END-IF.
