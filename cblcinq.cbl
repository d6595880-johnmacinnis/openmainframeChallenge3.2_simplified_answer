      * rates, and the last seven posted days. END or RETURN leaves
      * the dialog. Invoke under ISPF with the panel library
      * containing COVINQP allocated to ISPPLIB.
      * The country name comes from the CTRYREF reference cluster
      * when it is allocated - the entry in effect on the latest
      * posting date shown; without it the name line shows the code.
      * When the INDHIST indicators master CBLINDIC maintains is
      * allocated, the latest vaccination and testing indicators for
      * the code show under the case totals, with doses per 100
      * people from the REF-POPULATION in effect on the indicators
      * date and the test positivity; without it those lines stay
      * blank.
      *-----------------------
       PROGRAM-ID.    CBLCINQ.
       AUTHOR.        J_MAC.
             FILE STATUS IS WS-COVHIST-STATUS.

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

      *-------------
       DATA DIVISION.
      *-------------
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

       FD  INDHIST.
       01  IND-RECORD.
           05  IND-KEY.
               10  IND-COUNTRY-CODE    PIC X(4).
               10  IND-REPORT-DATE     PIC X(10).
           05  IND-DOSES-ADMIN     PIC 9(10).
           05  IND-FULLY-VACC      PIC 9(10).
           05  IND-TESTS           PIC 9(9).
           05  IND-POSITIVE        PIC 9(9).

      *
       WORKING-STORAGE SECTION.

       01  WS-CTRYREF-STATUS       PIC XX VALUE '00'.

       01  WS-INDHIST-STATUS       PIC XX VALUE '00'.

       01  WS-HIST-EOF             PIC X VALUE 'N'.
           88  HIST-AT-END             VALUE 'Y'.

       01  WS-IND-EOF              PIC X VALUE 'N'.
           88  IND-AT-END              VALUE 'Y'.

      ****  // THE INDICATORS MASTER IS OPTIONAL - WITHOUT IT AT THE
      ****  // DD THE DIALOG SHOWS THE CASE FIGURES ONLY
       01  WS-IND-CONTROLS.
           05  WS-IND-AVAILABLE     PIC X VALUE 'N'.
               88  INDICATORS-AVAILABLE VALUE 'Y'.
           05  WS-IND-FOUND         PIC X VALUE 'N'.
               88  INDICATORS-FOUND     VALUE 'Y'.

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

       01  WS-DIALOG-CONTROLS.
           05  WS-ISPF-RC           PIC S9(8) COMP VALUE ZERO.
           05  WS-LAST7-IDX         PIC 9(1) VALUE ZERO.
           05  WS-LAST7-ENTRY OCCURS 7 TIMES.
               10  WS-LAST7-DATE        PIC X(10).
               10  WS-LAST7-NEW-CNFRM   PIC 9(7).
               10  WS-LAST7-NEW-DEATH   PIC 9(7).

       01  WS-LATEST-FIGURES.
           05  WS-LATEST-DATE       PIC X(10) VALUE SPACES.
           05  WS-LATEST-NEW-CNFRM  PIC 9(7) VALUE ZERO.
           05  WS-LATEST-TOT-CNFRM  PIC 9(8) VALUE ZERO.
           05  WS-LATEST-NEW-DEATH  PIC 9(7) VALUE ZERO.
           05  WS-LATEST-TOT-DEATH  PIC 9(7) VALUE ZERO.
           05  WS-LATEST-NEW-RECVR  PIC 9(7) VALUE ZERO.
           05  WS-LATEST-TOT-RECVR  PIC 9(8) VALUE ZERO.

       01  WS-LATEST-INDICATORS.
           05  WS-LATEST-IND-DATE   PIC X(10) VALUE SPACES.
           05  WS-LATEST-DOSES      PIC 9(10) VALUE ZERO.
           05  WS-LATEST-FULLY-VACC PIC 9(10) VALUE ZERO.
           05  WS-LATEST-TESTS      PIC 9(9) VALUE ZERO.
           05  WS-LATEST-POSITIVE   PIC 9(9) VALUE ZERO.

       01  WS-RATE-FIELDS.
           05  WS-CFR-RATE             PIC 999V99.
           05  WS-RECOVERY-RATE        PIC 999V99.
           05  WS-DOSES-PER-100        PIC 9(4)V99.
           05  WS-POSITIVITY-RATE      PIC 999V99.

       01  NUMBER-DISPLAY-FORMAT.
           05  NEW-FIGURE              PIC Z,ZZZ,999.
           05  DTH-FIGURE              PIC Z,ZZZ,999.
           05  TOT-FIGURE              PIC ZZ,ZZZ,999.
           05  RATE-FIGURE             PIC ZZ9.99.
           05  IND-FIGURE              PIC Z,ZZZ,ZZZ,ZZ9.
           05  PER100-FIGURE           PIC ZZZ9.99.

      ****  // ISPF SERVICE NAMES AND VDEFINE ARGUMENTS
       01  ISPF-SERVICE-LITERALS.
           05  VN-INQCFR           PIC X(9)  VALUE '(INQCFR)'.
           05  VN-INQRECR          PIC X(10) VALUE '(INQRECR)'.
           05  VN-INQMSG           PIC X(9)  VALUE '(INQMSG)'.
           05  VN-INQIDATE         PIC X(10) VALUE '(INQIDATE)'.
           05  VN-INQDOSE          PIC X(10) VALUE '(INQDOSE)'.
           05  VN-INQFVAC          PIC X(10) VALUE '(INQFVAC)'.
           05  VN-INQTEST          PIC X(10) VALUE '(INQTEST)'.
           05  VN-INQPOSI          PIC X(10) VALUE '(INQPOSI)'.
           05  VN-INQDPH           PIC X(9)  VALUE '(INQDPH)'.
           05  VN-INQPOSR          PIC X(10) VALUE '(INQPOSR)'.
           05  VN-INQHIST1         PIC X(11) VALUE '(INQHIST1)'.
           05  VN-INQHIST2         PIC X(11) VALUE '(INQHIST2)'.
           05  VN-INQHIST3         PIC X(11) VALUE '(INQHIST3)'.
           05  INQRECR             PIC X(7) VALUE SPACES.
           05  INQMSG              PIC X(30) VALUE SPACES.

       01  PANEL-INDICATOR-VARIABLES.
           05  INQIDATE            PIC X(10) VALUE SPACES.
           05  INQDOSE             PIC X(14) VALUE SPACES.
           05  INQFVAC             PIC X(14) VALUE SPACES.
           05  INQTEST             PIC X(14) VALUE SPACES.
           05  INQPOSI             PIC X(14) VALUE SPACES.
           05  INQDPH              PIC X(7) VALUE SPACES.
           05  INQPOSR             PIC X(7) VALUE SPACES.

       01  PANEL-HISTORY-VARIABLES.
           05  INQHIST1            PIC X(50) VALUE SPACES.
           05  INQHIST2            PIC X(50) VALUE SPACES.
               GOBACK
            END-IF.

            OPEN INPUT INDHIST.
            IF WS-INDHIST-STATUS = '00'
               MOVE 'Y' TO WS-IND-AVAILABLE
            END-IF.

            OPEN INPUT CTRYREF.
            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            END-IF.

            PERFORM DEFINE-PANEL-VARIABLES.

            PERFORM RUN-INQUIRY-DIALOG
            CALL 'ISPLINK' USING ISPF-VDELETE ISPF-ALL-VARS.

            CLOSE COVHIST
            IF INDICATORS-AVAILABLE
               CLOSE INDHIST
            END-IF
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF

      ****  // SET AFTER THE VDELETE CALL, WHICH WOULD OTHERWISE
      ****  // CLOBBER THE RETURN CODE WITH ITS OWN SERVICE RC
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQHIST6
               INQHIST6 ISPF-CHAR-FORMAT LEN-HIST
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQHIST7
               INQHIST7 ISPF-CHAR-FORMAT LEN-HIST
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQIDATE
               INQIDATE ISPF-CHAR-FORMAT LEN-DATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQDOSE
               INQDOSE ISPF-CHAR-FORMAT LEN-FIGURE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQFVAC
               INQFVAC ISPF-CHAR-FORMAT LEN-FIGURE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQTEST
               INQTEST ISPF-CHAR-FORMAT LEN-FIGURE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQPOSI
               INQPOSI ISPF-CHAR-FORMAT LEN-FIGURE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQDPH
               INQDPH ISPF-CHAR-FORMAT LEN-RATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-INQPOSR
               INQPOSR ISPF-CHAR-FORMAT LEN-RATE.

       RUN-INQUIRY-DIALOG.
            CALL 'ISPLINK' USING ISPF-DISPLAY ISPF-PANEL-NAME
            MOVE SPACES TO INQCFR
            MOVE SPACES TO INQRECR
            MOVE SPACES TO PANEL-HISTORY-VARIABLES
            MOVE SPACES TO PANEL-INDICATOR-VARIABLES
            MOVE ZERO TO WS-LAST7-COUNT.

      ****  // POSITION AT THE FIRST POSTING FOR THE CODE AND ROLL
               TO WS-LAST7-ENTRY(WS-LAST7-IDX).

       SET-INQUIRY-FIELDS.
            MOVE 'N' TO WS-REF-FOUND
            IF REF-FILE-OPEN
               MOVE INQCODE        TO WS-REF-SEARCH-CODE
               MOVE WS-LATEST-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF
            IF REF-RECORD-FOUND
               MOVE WS-REF-NAME TO INQNAME
            ELSE
               MOVE INQCODE TO INQNAME
            END-IF

            PERFORM BUILD-ONE-HISTORY-LINE
               VARYING WS-LAST7-IDX FROM 1 BY 1
               UNTIL WS-LAST7-IDX > WS-LAST7-COUNT

            IF INDICATORS-AVAILABLE
               PERFORM READ-COUNTRY-INDICATORS
               IF INDICATORS-FOUND
                  PERFORM SET-INDICATOR-FIELDS
               END-IF
            END-IF.

       BUILD-ONE-HISTORY-LINE.
            MOVE SPACES TO WS-HIST-LINE(WS-LAST7-IDX)
               INTO WS-HIST-LINE(WS-LAST7-IDX)
            END-STRING.

      ****  // SAME ROLL-FORWARD AS THE CASE HISTORY - THE LAST
      ****  // RECORD READ FOR THE CODE IS THE LATEST INDICATORS
       READ-COUNTRY-INDICATORS.
            MOVE 'N' TO WS-IND-FOUND
            MOVE 'N' TO WS-IND-EOF
            MOVE INQCODE TO IND-COUNTRY-CODE
            MOVE LOW-VALUES TO IND-REPORT-DATE

            START INDHIST KEY NOT < IND-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-IND-EOF
            END-START

            IF NOT IND-AT-END
               PERFORM READ-NEXT-INDICATORS
               PERFORM ROLL-ONE-INDICATORS
                  UNTIL IND-AT-END
            END-IF.

       READ-NEXT-INDICATORS.
            READ INDHIST NEXT RECORD
            AT END MOVE 'Y' TO WS-IND-EOF
            END-READ

            IF NOT IND-AT-END
               AND IND-COUNTRY-CODE NOT = INQCODE
               MOVE 'Y' TO WS-IND-EOF
            END-IF.

       ROLL-ONE-INDICATORS.
            MOVE 'Y' TO WS-IND-FOUND

            MOVE IND-REPORT-DATE TO WS-LATEST-IND-DATE
            MOVE IND-DOSES-ADMIN TO WS-LATEST-DOSES
            MOVE IND-FULLY-VACC  TO WS-LATEST-FULLY-VACC
            MOVE IND-TESTS       TO WS-LATEST-TESTS
            MOVE IND-POSITIVE    TO WS-LATEST-POSITIVE

            PERFORM READ-NEXT-INDICATORS.

      ****  // SAME RATE ARITHMETIC AS CBLINDIC'S DAILY REPORT - THE
      ****  // DOSES RATE NEEDS A REFERENCE POPULATION, SO IT STAYS
      ****  // BLANK WITHOUT ONE
       SET-INDICATOR-FIELDS.
            MOVE WS-LATEST-IND-DATE TO INQIDATE

            MOVE WS-LATEST-DOSES TO IND-FIGURE
            MOVE IND-FIGURE TO INQDOSE
            MOVE WS-LATEST-FULLY-VACC TO IND-FIGURE
            MOVE IND-FIGURE TO INQFVAC
            MOVE WS-LATEST-TESTS TO IND-FIGURE
            MOVE IND-FIGURE TO INQTEST
            MOVE WS-LATEST-POSITIVE TO IND-FIGURE
            MOVE IND-FIGURE TO INQPOSI

            MOVE 'N' TO WS-REF-FOUND
            IF REF-FILE-OPEN
               MOVE INQCODE            TO WS-REF-SEARCH-CODE
               MOVE WS-LATEST-IND-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF

            IF REF-RECORD-FOUND
               AND WS-REF-POPULATION > ZERO
               COMPUTE WS-DOSES-PER-100 ROUNDED =
                  WS-LATEST-DOSES * 100 / WS-REF-POPULATION
                  ON SIZE ERROR
                     MOVE 9999.99 TO WS-DOSES-PER-100
               END-COMPUTE
               MOVE WS-DOSES-PER-100 TO PER100-FIGURE
               MOVE PER100-FIGURE TO INQDPH
            END-IF

            IF WS-LATEST-TESTS > ZERO
               COMPUTE WS-POSITIVITY-RATE ROUNDED =
                  (WS-LATEST-POSITIVE / WS-LATEST-TESTS) * 100
            ELSE
               MOVE ZERO TO WS-POSITIVITY-RATE
            END-IF
            MOVE WS-POSITIVITY-RATE TO RATE-FIGURE
            MOVE RATE-FIGURE TO INQPOSR.

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
                     MOVE REF-POPULATION   TO WS-REF-POPULATION
                  END-IF
               END-IF
            END-IF.
