      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Cumulative-chain check over the COVHIST history master. Each
      * posting carries both the day's new figures and the running
      * totals, and the new figure for a date should be the total
      * less the country's previous posted total. Restatements,
      * quarantine releases and archive restores can each leave a
      * country's chain out of step, and the trend report then
      * averages the wrong new figures. This program walks the
      * cluster by country in date order and lists every posting
      * whose new confirmed, new deaths or new recovered figure does
      * not match the one derived from the totals, with the stored
      * and derived values side by side (CHNRPT). The first posting
      * on file for a country has nothing before it and is taken as
      * the chain's starting point.
      * PARM (optional): REPAIR - rewrite the new figures from the
      * totals as well. Every rewrite is journaled to HISTJRNL like
      * a CBLCOVID posting, so CBLHREBL can still roll a restored
      * backup forward, and written to CORROUT with its before and
      * after images so the database team gets the fixes too. A
      * total that fell below the previous day's cannot be turned
      * into a new figure and is listed but never rewritten.
      *-----------------------
       PROGRAM-ID.    CBLHCHN.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT COVHIST ASSIGN TO COVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HIST-KEY
             FILE STATUS IS WS-COVHIST-STATUS.

             SELECT HISTJRNL ASSIGN TO HISTJRNL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-HISTJRNL-STATUS.

             SELECT CORROUT ASSIGN TO CORROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CORROUT-STATUS.

             SELECT CHNRPT ASSIGN TO CHNRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

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

      ****  // SAME FORWARD-RECOVERY JOURNAL CBLCOVID WRITES - A
      ****  // REPAIR IS JOURNALED AS A REWRITE
       FD  HISTJRNL RECORDING MODE F.
       01  JOURNAL-RECORD.
           05  JR-ACTION           PIC X(1).
           05  JR-RUN-DATE         PIC X(8).
           05  JR-RUN-TIME         PIC X(6).
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

      ****  // ONE ROW PER REPAIRED POSTING, BEFORE AND AFTER IMAGES
      ****  // SIDE BY SIDE - THE CBLCOVID CORRECTIONS LAYOUT
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

       FD  CHNRPT RECORDING MODE F.
       01  CHAIN-LINE              PIC X(133).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-COVHIST-STATUS       PIC XX VALUE '00'.

       01  WS-HISTJRNL-STATUS      PIC XX VALUE '00'.

       01  WS-CORROUT-STATUS       PIC XX VALUE '00'.

       01  WS-HIST-EOF             PIC X VALUE 'N'.
           88  HIST-AT-END             VALUE 'Y'.

       01  WS-RUN-MODE             PIC X VALUE 'C'.
           88  CHECK-MODE              VALUE 'C'.
           88  REPAIR-MODE             VALUE 'R'.

       01  WS-PARM-WORK.
           05  WS-PARM-TEXT            PIC X(100) VALUE SPACES.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JRNL-RUN-DATE     PIC 9(8) VALUE ZERO.
           05  WS-JRNL-RUN-TIME     PIC 9(8) VALUE ZERO.

       01  WS-CHAIN-CONTROLS.
           05  WS-PREV-COUNTRY-CODE    PIC X(4) VALUE SPACES.
           05  WS-FIRST-RECORD-SWITCH  PIC X VALUE 'Y'.
               88  FIRST-RECORD-OF-RUN     VALUE 'Y'.
           05  WS-PREV-TOT-CNFRM       PIC 9(8) VALUE ZERO.
           05  WS-PREV-TOT-DEATH       PIC 9(7) VALUE ZERO.
           05  WS-PREV-TOT-RECVR       PIC 9(8) VALUE ZERO.
           05  WS-POSTING-BREAKS       PIC 9(1) VALUE ZERO.
           05  WS-POSTING-FIXES        PIC 9(1) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-COUNTRY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-BREAK-COUNTRY-COUNT  PIC 9(3) VALUE ZERO.
           05  WS-BREAK-POSTING-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-BREAK-FIGURE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REPAIRED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-UNREPAIRED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-COUNTRY-BREAKS       PIC 9(7) VALUE ZERO.

      ****  // ONE FIGURE OF THE POSTING IN HAND - THE SAME CHECK
      ****  // SERVES CONFIRMED, DEATHS AND RECOVERED
       01  WS-FIGURE-CHECK.
           05  WS-CHK-LABEL            PIC X(10).
           05  WS-CHK-PREV-TOT         PIC 9(8).
           05  WS-CHK-TOT              PIC 9(8).
           05  WS-CHK-STORED-NEW       PIC 9(7).
           05  WS-CHK-DERIVED          PIC S9(9).
           05  WS-CHK-REPAIRED-NEW     PIC 9(7).
           05  WS-CHK-RESULT           PIC X VALUE SPACE.
               88  FIGURE-IN-STEP          VALUE 'K'.
               88  FIGURE-REPAIRABLE       VALUE 'B'.
               88  FIGURE-NOT-REPAIRABLE   VALUE 'X'.
           05  WS-CHK-NOTE             PIC X(24).

      ****  // BEFORE AND AFTER IMAGES OF A POSTING BEING REPAIRED.
      ****  // THE AFTER IMAGE IS BUILT HERE AND MOVED TO THE RECORD
      ****  // AREA FOR THE REWRITE, SO THE JOURNAL AND CORRECTION
      ****  // ROWS NEVER DEPEND ON THE RECORD AREA AFTERWARDS
       01  WS-BEFORE-IMAGE         PIC X(58).
       01  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
           05  WS-BEF-COUNTRY-CODE     PIC X(4).
           05  WS-BEF-REPORT-DATE      PIC X(10).
           05  WS-BEF-NEW-CNFRM        PIC 9(7).
           05  WS-BEF-TOT-CNFRM        PIC 9(8).
           05  WS-BEF-NEW-DEATH        PIC 9(7).
           05  WS-BEF-TOT-DEATH        PIC 9(7).
           05  WS-BEF-NEW-RECVR        PIC 9(7).
           05  WS-BEF-TOT-RECVR        PIC 9(8).

       01  WS-AFTER-IMAGE          PIC X(58).
       01  WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
           05  WS-AFT-COUNTRY-CODE     PIC X(4).
           05  WS-AFT-REPORT-DATE      PIC X(10).
           05  WS-AFT-NEW-CNFRM        PIC 9(7).
           05  WS-AFT-TOT-CNFRM        PIC 9(8).
           05  WS-AFT-NEW-DEATH        PIC 9(7).
           05  WS-AFT-TOT-DEATH        PIC 9(7).
           05  WS-AFT-NEW-RECVR        PIC 9(7).
           05  WS-AFT-TOT-RECVR        PIC 9(8).

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.

       01  CHAIN-HEADING-1.
           05  FILLER                  PIC X(34)
               VALUE 'COVHIST CUMULATIVE-CHAIN CHECK'.
           05  CH1-MODE                PIC X(30).
           05  FILLER                  PIC X(51) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  CH1-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  CHAIN-HEADING-2.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(12) VALUE 'FIGURE'.
           05  FILLER                  PIC X(10) VALUE 'PREV TOTAL'.
           05  FILLER                  PIC X(13) VALUE
               '        TOTAL'.
           05  FILLER                  PIC X(12) VALUE '  STORED NEW'.
           05  FILLER                  PIC X(13) VALUE '  DERIVED NEW'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(51) VALUE 'ACTION'.

       01  CHAIN-DETAIL-LINE.
           05  CDL-COUNTRY-CODE        PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-REPORT-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-FIGURE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-PREV-TOT            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CDL-TOT                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CDL-STORED-NEW          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CDL-DERIVED-NEW         PIC --,---,--9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CDL-ACTION              PIC X(24).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  CHAIN-COUNT-LINE.
           05  CCL-LABEL               PIC X(44).
           05  CCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  CHAIN-BLANK-LINE            PIC X(133) VALUE SPACES.

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
            PERFORM PARSE-RUN-PARM.

            IF REPAIR-MODE
               OPEN I-O COVHIST
            ELSE
               OPEN INPUT COVHIST
            END-IF.
            IF WS-COVHIST-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLHCHN - COVHIST HISTORY MASTER COULD '
                  'NOT BE OPENED. STATUS: ' WS-COVHIST-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF REPAIR-MODE
               PERFORM OPEN-REPAIR-OUTPUTS
            END-IF.

            OPEN OUTPUT CHNRPT.

            PERFORM READ-HIST-RECORD.
            PERFORM PROCESS-HIST-RECORD
               UNTIL HIST-AT-END.

            PERFORM FLUSH-COUNTRY-BREAKS.
            PERFORM WRITE-CHAIN-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLHCHN COMPLETE'.
            DISPLAY 'POSTINGS READ:               ' WS-READ-COUNT.
            DISPLAY 'COUNTRIES ON FILE:           ' WS-COUNTRY-COUNT.
            DISPLAY 'POSTINGS OUT OF STEP:        '
               WS-BREAK-POSTING-COUNT.
            IF REPAIR-MODE
               DISPLAY 'POSTINGS REPAIRED:           '
                  WS-REPAIRED-COUNT
               DISPLAY 'BREAKS LEFT UNREPAIRED:      '
                  WS-UNREPAIRED-COUNT
            END-IF.
            DISPLAY WS-ASTER.

            CLOSE COVHIST
            CLOSE CHNRPT
            IF REPAIR-MODE
               CLOSE HISTJRNL
               CLOSE CORROUT
            END-IF

      ****  // A BROKEN CHAIN IS A WARNING IN CHECK MODE AND AFTER A
      ****  // CLEAN REPAIR; A BREAK THE REPAIR COULD NOT FIX, OR A
      ****  // REWRITE THAT FAILED, NEEDS SOMEONE TO LOOK AT IT
            EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
               WHEN REPAIR-MODE AND WS-UNREPAIRED-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
               WHEN WS-BREAK-POSTING-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            STOP RUN.

      ****  // COPY THE PARM BOUNDED BY ITS LENGTH FIRST - A SHORT
      ****  // PARM WOULD OTHERWISE PICK UP RESIDUAL STORAGE PAST
      ****  // THE END OF THE PARM AREA
       PARSE-RUN-PARM.
            IF LS-PARM-LEN > ZERO
               MOVE SPACES TO WS-PARM-TEXT
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PARM-TEXT
            END-IF

            IF WS-PARM-TEXT(1:6) = 'REPAIR'
               MOVE 'R' TO WS-RUN-MODE
               MOVE '- REPAIR RUN' TO CH1-MODE
            ELSE
               MOVE '- CHECK ONLY' TO CH1-MODE
               IF WS-PARM-TEXT NOT = SPACES
                  DISPLAY '*** CBLHCHN - PARM NOT RECOGNIZED - '
                     'CHECKING ONLY, NOTHING WILL BE REWRITTEN.'
               END-IF
            END-IF.

      ****  // A REPAIR WITHOUT ITS JOURNAL WOULD BE LOST THE NEXT
      ****  // TIME THE CLUSTER IS ROLLED FORWARD FROM A BACKUP, AND
      ****  // ONE WITHOUT ITS CORRECTION ROWS WOULD NEVER REACH THE
      ****  // WAREHOUSE - REFUSE TO REPAIR WITHOUT BOTH. BOTH FILES
      ****  // ACCUMULATE, SO EXTEND THEM AND ONLY LOAD FRESH THE
      ****  // VERY FIRST TIME.
       OPEN-REPAIR-OUTPUTS.
            OPEN EXTEND HISTJRNL
            IF WS-HISTJRNL-STATUS NOT = '00'
               OPEN OUTPUT HISTJRNL
            END-IF
            IF WS-HISTJRNL-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLHCHN - HISTJRNL COULD NOT BE OPENED. '
                  'NO REPAIRS WITHOUT THE JOURNAL. STATUS: '
                  WS-HISTJRNL-STATUS
               DISPLAY WS-ASTER
               CLOSE COVHIST
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN EXTEND CORROUT
            IF WS-CORROUT-STATUS NOT = '00'
               OPEN OUTPUT CORROUT
            END-IF
            IF WS-CORROUT-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLHCHN - CORROUT COULD NOT BE OPENED. '
                  'NO REPAIRS WITHOUT CORRECTION ROWS. STATUS: '
                  WS-CORROUT-STATUS
               DISPLAY WS-ASTER
               CLOSE COVHIST
               CLOSE HISTJRNL
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            ACCEPT WS-JRNL-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-JRNL-RUN-TIME FROM TIME.

       READ-HIST-RECORD.
            READ COVHIST
            AT END MOVE 'Y' TO WS-HIST-EOF
            END-READ

            IF NOT HIST-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

      ****  // KEY ORDER GIVES THE DATES ASCENDING WITHIN A COUNTRY.
      ****  // THE FIRST POSTING FOR A COUNTRY ONLY SEEDS THE CHAIN;
      ****  // EVERY LATER ONE IS CHECKED AGAINST THE STORED TOTALS
      ****  // OF THE POSTING BEFORE IT. A REPAIR NEVER CHANGES A
      ****  // TOTAL, SO THE STORED TOTALS ARE ALWAYS THE CHAIN.
       PROCESS-HIST-RECORD.
            MOVE HIST-RECORD TO WS-BEFORE-IMAGE

            IF FIRST-RECORD-OF-RUN
               OR HIST-COUNTRY-CODE NOT = WS-PREV-COUNTRY-CODE
               IF NOT FIRST-RECORD-OF-RUN
                  PERFORM FLUSH-COUNTRY-BREAKS
               END-IF
               ADD 1 TO WS-COUNTRY-COUNT
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               MOVE HIST-COUNTRY-CODE TO WS-PREV-COUNTRY-CODE
            ELSE
               PERFORM CHECK-POSTING-CHAIN
            END-IF

            MOVE WS-BEF-TOT-CNFRM TO WS-PREV-TOT-CNFRM
            MOVE WS-BEF-TOT-DEATH TO WS-PREV-TOT-DEATH
            MOVE WS-BEF-TOT-RECVR TO WS-PREV-TOT-RECVR

            PERFORM READ-HIST-RECORD.

       CHECK-POSTING-CHAIN.
            MOVE ZERO TO WS-POSTING-BREAKS
            MOVE ZERO TO WS-POSTING-FIXES
            MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE

            MOVE 'CONFIRMED'       TO WS-CHK-LABEL
            MOVE WS-PREV-TOT-CNFRM TO WS-CHK-PREV-TOT
            MOVE WS-BEF-TOT-CNFRM  TO WS-CHK-TOT
            MOVE WS-BEF-NEW-CNFRM  TO WS-CHK-STORED-NEW
            PERFORM CHECK-ONE-FIGURE
            IF FIGURE-REPAIRABLE
               MOVE WS-CHK-REPAIRED-NEW TO WS-AFT-NEW-CNFRM
            END-IF

            MOVE 'DEATHS'          TO WS-CHK-LABEL
            MOVE WS-PREV-TOT-DEATH TO WS-CHK-PREV-TOT
            MOVE WS-BEF-TOT-DEATH  TO WS-CHK-TOT
            MOVE WS-BEF-NEW-DEATH  TO WS-CHK-STORED-NEW
            PERFORM CHECK-ONE-FIGURE
            IF FIGURE-REPAIRABLE
               MOVE WS-CHK-REPAIRED-NEW TO WS-AFT-NEW-DEATH
            END-IF

            MOVE 'RECOVERED'       TO WS-CHK-LABEL
            MOVE WS-PREV-TOT-RECVR TO WS-CHK-PREV-TOT
            MOVE WS-BEF-TOT-RECVR  TO WS-CHK-TOT
            MOVE WS-BEF-NEW-RECVR  TO WS-CHK-STORED-NEW
            PERFORM CHECK-ONE-FIGURE
            IF FIGURE-REPAIRABLE
               MOVE WS-CHK-REPAIRED-NEW TO WS-AFT-NEW-RECVR
            END-IF

            IF WS-POSTING-BREAKS > ZERO
               ADD 1 TO WS-BREAK-POSTING-COUNT
               ADD 1 TO WS-COUNTRY-BREAKS
            END-IF

            IF REPAIR-MODE AND WS-POSTING-FIXES > ZERO
               PERFORM REPAIR-HISTORY-RECORD
            END-IF.

      ****  // DERIVED NEW = TOTAL LESS THE PREVIOUS POSTED TOTAL. A
      ****  // NEGATIVE RESULT MEANS THE TOTAL ITSELF WAS REVISED
      ****  // DOWN, AND A RESULT WIDER THAN THE NEW FIELD CANNOT BE
      ****  // STORED - EITHER WAY THE TOTALS NEED A PERSON, NOT A
      ****  // REWRITE, SO THE BREAK IS LISTED AND LEFT ALONE
       CHECK-ONE-FIGURE.
            COMPUTE WS-CHK-DERIVED = WS-CHK-TOT - WS-CHK-PREV-TOT

            EVALUATE TRUE
               WHEN WS-CHK-DERIVED = WS-CHK-STORED-NEW
                  MOVE 'K' TO WS-CHK-RESULT
               WHEN WS-CHK-DERIVED < ZERO
                  MOVE 'X' TO WS-CHK-RESULT
                  MOVE 'TOTAL FELL - NOT FIXED' TO WS-CHK-NOTE
               WHEN WS-CHK-DERIVED > 9999999
                  MOVE 'X' TO WS-CHK-RESULT
                  MOVE 'TOO WIDE - NOT FIXED' TO WS-CHK-NOTE
               WHEN OTHER
                  MOVE 'B' TO WS-CHK-RESULT
                  MOVE WS-CHK-DERIVED TO WS-CHK-REPAIRED-NEW
                  IF REPAIR-MODE
                     MOVE 'NEW FIGURE REWRITTEN' TO WS-CHK-NOTE
                     ADD 1 TO WS-POSTING-FIXES
                  ELSE
                     MOVE 'REPAIRABLE' TO WS-CHK-NOTE
                  END-IF
            END-EVALUATE

            IF NOT FIGURE-IN-STEP
               ADD 1 TO WS-POSTING-BREAKS
               ADD 1 TO WS-BREAK-FIGURE-COUNT
               IF FIGURE-NOT-REPAIRABLE
                  ADD 1 TO WS-UNREPAIRED-COUNT
               END-IF
               PERFORM WRITE-CHAIN-DETAIL-LINE
            END-IF.

      ****  // ONLY THE NEW FIGURES CHANGE - THE KEY AND THE TOTALS
      ****  // STAY AS POSTED. JOURNAL AND CORRECTION ROWS ARE ONLY
      ****  // WRITTEN ONCE THE REWRITE HAS TAKEN.
       REPAIR-HISTORY-RECORD.
            MOVE WS-AFTER-IMAGE TO HIST-RECORD

            REWRITE HIST-RECORD
               INVALID KEY
                  ADD 1 TO WS-REWRITE-FAIL-COUNT
                  DISPLAY '*** CBLHCHN - REWRITE FAILED FOR '
                     WS-BEF-COUNTRY-CODE ' ' WS-BEF-REPORT-DATE
                     '. STATUS: ' WS-COVHIST-STATUS
               NOT INVALID KEY
                  ADD 1 TO WS-REPAIRED-COUNT
                  PERFORM JOURNAL-HISTORY-REWRITE
                  PERFORM WRITE-CORRECTION-RECORD
            END-REWRITE.

       JOURNAL-HISTORY-REWRITE.
            MOVE 'R'                   TO JR-ACTION
            MOVE WS-JRNL-RUN-DATE      TO JR-RUN-DATE
            MOVE WS-JRNL-RUN-TIME(1:6) TO JR-RUN-TIME
            MOVE WS-AFTER-IMAGE        TO JR-HIST-IMAGE
            WRITE JOURNAL-RECORD.

       WRITE-CORRECTION-RECORD.
            MOVE WS-BEF-COUNTRY-CODE TO CR-COUNTRY-CODE
            MOVE WS-BEF-REPORT-DATE  TO CR-REPORT-DATE
            MOVE WS-BEF-NEW-CNFRM    TO CR-BEF-NEW-CNFRM
            MOVE WS-BEF-TOT-CNFRM    TO CR-BEF-TOT-CNFRM
            MOVE WS-BEF-NEW-DEATH    TO CR-BEF-NEW-DEATH
            MOVE WS-BEF-TOT-DEATH    TO CR-BEF-TOT-DEATH
            MOVE WS-BEF-NEW-RECVR    TO CR-BEF-NEW-RECVR
            MOVE WS-BEF-TOT-RECVR    TO CR-BEF-TOT-RECVR
            MOVE WS-AFT-NEW-CNFRM    TO CR-AFT-NEW-CNFRM
            MOVE WS-AFT-TOT-CNFRM    TO CR-AFT-TOT-CNFRM
            MOVE WS-AFT-NEW-DEATH    TO CR-AFT-NEW-DEATH
            MOVE WS-AFT-TOT-DEATH    TO CR-AFT-TOT-DEATH
            MOVE WS-AFT-NEW-RECVR    TO CR-AFT-NEW-RECVR
            MOVE WS-AFT-TOT-RECVR    TO CR-AFT-TOT-RECVR
            WRITE CORRECTION-RECORD.

      ****  // A BLANK LINE CLOSES OFF EACH COUNTRY THAT HAD BREAKS
       FLUSH-COUNTRY-BREAKS.
            IF WS-COUNTRY-BREAKS > ZERO
               ADD 1 TO WS-BREAK-COUNTRY-COUNT
               IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
                  PERFORM WRITE-CHAIN-HEADERS
               END-IF
               WRITE CHAIN-LINE FROM CHAIN-BLANK-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF

            MOVE ZERO TO WS-COUNTRY-BREAKS.

       WRITE-CHAIN-DETAIL-LINE.
            IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM WRITE-CHAIN-HEADERS
            END-IF

            MOVE WS-BEF-COUNTRY-CODE TO CDL-COUNTRY-CODE
            MOVE WS-BEF-REPORT-DATE  TO CDL-REPORT-DATE
            MOVE WS-CHK-LABEL        TO CDL-FIGURE
            MOVE WS-CHK-PREV-TOT     TO CDL-PREV-TOT
            MOVE WS-CHK-TOT          TO CDL-TOT
            MOVE WS-CHK-STORED-NEW   TO CDL-STORED-NEW
            MOVE WS-CHK-DERIVED      TO CDL-DERIVED-NEW
            MOVE WS-CHK-NOTE         TO CDL-ACTION

            WRITE CHAIN-LINE FROM CHAIN-DETAIL-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-CHAIN-TOTALS.
            IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM WRITE-CHAIN-HEADERS
            END-IF

            WRITE CHAIN-LINE FROM CHAIN-BLANK-LINE
            ADD 1 TO WS-LINE-COUNT

            MOVE 'POSTINGS READ' TO CCL-LABEL
            MOVE WS-READ-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            MOVE 'COUNTRIES ON FILE' TO CCL-LABEL
            MOVE WS-COUNTRY-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            MOVE 'COUNTRIES WITH A BROKEN CHAIN' TO CCL-LABEL
            MOVE WS-BREAK-COUNTRY-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            MOVE 'POSTINGS OUT OF STEP' TO CCL-LABEL
            MOVE WS-BREAK-POSTING-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            MOVE 'FIGURES OUT OF STEP' TO CCL-LABEL
            MOVE WS-BREAK-FIGURE-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            MOVE 'BREAKS NEEDING THE TOTALS CORRECTED' TO CCL-LABEL
            MOVE WS-UNREPAIRED-COUNT TO CCL-COUNT
            PERFORM WRITE-CHAIN-COUNT-LINE

            IF REPAIR-MODE
               MOVE 'POSTINGS REPAIRED (HISTJRNL AND CORROUT)'
                  TO CCL-LABEL
               MOVE WS-REPAIRED-COUNT TO CCL-COUNT
               PERFORM WRITE-CHAIN-COUNT-LINE

               MOVE 'REWRITES FAILED' TO CCL-LABEL
               MOVE WS-REWRITE-FAIL-COUNT TO CCL-COUNT
               PERFORM WRITE-CHAIN-COUNT-LINE
            END-IF.

       WRITE-CHAIN-COUNT-LINE.
            WRITE CHAIN-LINE FROM CHAIN-COUNT-LINE
            ADD 1 TO WS-LINE-COUNT.

       WRITE-CHAIN-HEADERS.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO CH1-PAGE-NO

            WRITE CHAIN-LINE FROM CHAIN-HEADING-1
            WRITE CHAIN-LINE FROM CHAIN-HEADING-2
            WRITE CHAIN-LINE FROM CHAIN-BLANK-LINE

            MOVE 3 TO WS-LINE-COUNT.
