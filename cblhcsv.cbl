      * Delimited history export for the web dashboard team. Walks
      * the COVHIST history master and writes one comma-separated
      * row per posting - country code, the official reference name
      * from the CTRYREF entry in effect on the posting's report date
      * (the code itself when the reference is not allocated or the
      * code has no entry for that date), report date, and the six
      * figures - under a header row, so the dashboard team gets a
      * clean extract without access to the VSAM cluster. Figures
      * are written without leading zeros; a name carrying a comma
             FILE STATUS IS WS-HISTIN-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT CSVOUT ASSIGN TO CSVOUT
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

      ****  // ROWS GO OUT AT THEIR BUILT LENGTH - A FIXED 140-BYTE
      ****  // RECORD WOULD HAND THE DASHBOARD TEAM TRAILING BLANKS
       01  WS-HIST-EOF             PIC X VALUE 'N'.
           88  HIST-AT-END             VALUE 'Y'.

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

       01  WS-SELECT-CONTROLS.
           05  WS-FROM-DATE            PIC X(10) VALUE SPACES.
               STOP RUN
            END-IF.

            PERFORM OPEN-COUNTRY-REFERENCE.

            OPEN OUTPUT CSVOUT.
      ****  // 121 IS THE LENGTH OF THE HEADER TEXT ITSELF - KEEP

            CLOSE HISTIN
            CLOSE CSVOUT
            IF REF-FILE-OPEN
               CLOSE CTRYREF
            END-IF

            IF WS-WRITTEN-COUNT = ZERO
               DISPLAY '*** CBLHCSV - NOTHING MATCHED THE SELECTION.'
                  MOVE 'Y' TO WS-LIST-ACTIVE
            END-EVALUATE.

       OPEN-COUNTRY-REFERENCE.
            OPEN INPUT CTRYREF

            IF WS-CTRYREF-STATUS = '00'
               MOVE 'Y' TO WS-REF-OPEN
            ELSE
               DISPLAY '*** CBLHCSV - CTRYREF NOT AVAILABLE - THE '
                  'NAME COLUMN WILL CARRY THE CODE.'
            END-IF.

       READ-HIST-RECORD.
            READ HISTIN
            AT END MOVE 'Y' TO WS-HIST-EOF

       SET-CSV-NAME.
            MOVE 'N' TO WS-REF-FOUND
            IF REF-FILE-OPEN
               MOVE HIST-COUNTRY-CODE TO WS-REF-SEARCH-CODE
               MOVE HIST-REPORT-DATE  TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY
            END-IF

            IF REF-RECORD-FOUND
               MOVE WS-REF-NAME TO WS-CSV-NAME
            ELSE
               MOVE SPACES TO WS-CSV-NAME
               MOVE HIST-COUNTRY-CODE TO WS-CSV-NAME(1:4)
       SKIP-ONE-LEADING-ZERO.
            ADD 1 TO WS-FIG-START.

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
