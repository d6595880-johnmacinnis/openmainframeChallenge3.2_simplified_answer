      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Maintenance dialog for the CTRYREF country reference cluster
      * - the update companion to the CBLCINQ inquiry. ISPF dialog
      * program driving the CTRYMNTP panel: the operator lists and
      * finds entries, adds a country, changes its name, region or
      * population, and retires a code by setting the 'R' status,
      * optionally naming the successor code that takes over its
      * rows. Every entry carries effective-from and effective-to
      * dates and the cluster is keyed on code plus effective-from,
      * so a change or retirement effective on a date closes the
      * entry in effect the day before and opens a new one from
      * that date - past postings keep resolving to the values in
      * effect when they were posted. Codes are never deleted, so
      * history keyed on them stays resolvable. Updates go straight
      * to the cluster and every add, change and retire is written
      * to the CHGAUDIT change-audit file with the ISPF userid, the
      * effective date and the before and after values. Invoke
      * under ISPF with the panel library containing CTRYMNTP
      * allocated to ISPPLIB.
      *-----------------------
       PROGRAM-ID.    CBLCMNT.
       AUTHOR.        J_MAC.
       FILE-CONTROL.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-CTRYREF-STATUS.

             SELECT CHGAUDIT ASSIGN TO CHGAUDIT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
      *-------------
       FILE SECTION.

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

      ****  // WHO CHANGED WHAT, WITH THE BEFORE AND AFTER VALUES -
      ****  // THE FILE ACCUMULATES ACROSS SESSIONS LIKE THE RUN LOG
           05  CA-AFT-REGION       PIC X(20).
           05  CA-AFT-POPULATION   PIC 9(10).
           05  CA-AFT-STATUS       PIC X(1).
           05  CA-EFF-DATE         PIC X(10).
           05  CA-AFT-SUCCESSOR    PIC X(4).
           05  FILLER              PIC X(11).

      *

       01  WS-CHGAUDIT-STATUS      PIC XX VALUE '00'.

      ****  // AN ENTRY IS IN EFFECT ON A DATE WHEN ITS FROM DATE IS
      ****  // ON OR BEFORE IT AND ITS TO DATE ON OR AFTER IT. THE
      ****  // LOOKUP LEAVES THE MATCHED ENTRY IN THE RECORD AREA.
       01  WS-REF-LOOKUP.
           05  WS-REF-FOUND         PIC X VALUE 'N'.
               88  REF-RECORD-FOUND     VALUE 'Y'.
           05  WS-REF-CODE-SEEN     PIC X VALUE 'N'.
               88  REF-CODE-ON-FILE     VALUE 'Y'.
           05  WS-REF-SCAN-END      PIC X VALUE 'N'.
               88  REF-SCAN-ENDED       VALUE 'Y'.
           05  WS-REF-SEARCH-CODE   PIC X(4) VALUE SPACES.
           05  WS-REF-SEARCH-DATE   PIC X(10) VALUE SPACES.

       01  WS-OPEN-END-DATE         PIC X(10) VALUE '9999-12-31'.

      ****  // THE NEW ENTRY IS BUILT HERE WHILE THE ENTRY IT
      ****  // SUPERSEDES IS CLOSED OFF IN THE RECORD AREA
       01  WS-NEW-REF-RECORD        PIC X(100) VALUE SPACES.

       01  WS-LIST-CONTROLS.
           05  WS-LIST-LAST-KEY     PIC X(14) VALUE LOW-VALUES.
           05  WS-LIST-END          PIC X VALUE 'N'.
               88  LIST-AT-END          VALUE 'Y'.

      ****  // EFFECTIVE DATE KEYED ON THE PANEL, OR TODAY, AND THE
      ****  // DAY BEFORE IT THAT CLOSES THE SUPERSEDED ENTRY. SAME
      ****  // MANUAL CALENDAR ARITHMETIC AS THE ARCHIVE CUTOFF.
       01  WS-EFFECTIVE-WORK.
           05  WS-TODAY-DATE        PIC 9(8).
           05  WS-EFF-VALID         PIC X VALUE 'Y'.
               88  EFF-DATE-IS-VALID    VALUE 'Y'.
           05  WS-ACTION-OK         PIC X VALUE 'Y'.
               88  ACTION-CAN-PROCEED   VALUE 'Y'.
           05  WS-ENTRY-SPLIT       PIC X VALUE 'N'.
               88  ENTRY-IS-SPLIT       VALUE 'Y'.
           05  WS-EFF-DATE          PIC X(10) VALUE SPACES.
           05  WS-CUT-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-CUT-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-CUT-DAY           PIC 9(2) VALUE ZERO.
           05  WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM          PIC 9(4) VALUE ZERO.
           05  WS-MONTH-DAYS        PIC 9(2) VALUE ZERO.
           05  WS-CLOSE-DATE.
               10  WS-CLOSE-YYYY    PIC 9(4).
               10  FILLER           PIC X VALUE '-'.
               10  WS-CLOSE-MM      PIC 9(2).
               10  FILLER           PIC X VALUE '-'.
               10  WS-CLOSE-DD      PIC 9(2).

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

       01  WS-DIALOG-CONTROLS.
           05  WS-ISPF-RC           PIC S9(8) COMP VALUE ZERO.
               88  DIALOG-IS-DONE       VALUE 'Y'.
           05  WS-DIALOG-ERROR      PIC X VALUE 'N'.
               88  DIALOG-SEVERE-ERROR  VALUE 'Y'.
           05  WS-LIST-LINE-IDX     PIC 9(1) VALUE ZERO.
           05  WS-CHANGE-COUNT      PIC 9(5) VALUE ZERO.

           05  WS-BEF-REGION        PIC X(20) VALUE SPACES.
           05  WS-BEF-POPULATION    PIC 9(10) VALUE ZERO.
           05  WS-BEF-STATUS        PIC X(1) VALUE SPACE.
           05  WS-BEF-SUCCESSOR     PIC X(4) VALUE SPACES.

       01  WS-POPULATION-WORK.
           05  WS-POP-VALUE         PIC 9(10) VALUE ZERO.
           05  VN-MNTRGN           PIC X(9)  VALUE '(MNTRGN)'.
           05  VN-MNTPOP           PIC X(9)  VALUE '(MNTPOP)'.
           05  VN-MNTSTAT          PIC X(10) VALUE '(MNTSTAT)'.
           05  VN-MNTEFF           PIC X(9)  VALUE '(MNTEFF)'.
           05  VN-MNTSUCC          PIC X(10) VALUE '(MNTSUCC)'.
           05  VN-MNTFROM          PIC X(10) VALUE '(MNTFROM)'.
           05  VN-MNTTO            PIC X(8)  VALUE '(MNTTO)'.
           05  VN-MNTMSG           PIC X(9)  VALUE '(MNTMSG)'.
           05  VN-MNTLST1          PIC X(10) VALUE '(MNTLST1)'.
           05  VN-MNTLST2          PIC X(10) VALUE '(MNTLST2)'.
           05  LEN-RGN             PIC 9(8) COMP VALUE 20.
           05  LEN-POP             PIC 9(8) COMP VALUE 10.
           05  LEN-STAT            PIC 9(8) COMP VALUE 1.
           05  LEN-DATE            PIC 9(8) COMP VALUE 10.
           05  LEN-MSG             PIC 9(8) COMP VALUE 30.
           05  LEN-LST             PIC 9(8) COMP VALUE 63.
           05  LEN-USER            PIC 9(8) COMP VALUE 8.

      ****  // PANEL VARIABLES - NAMES MATCH THE CTRYMNTP PANEL BODY
           05  MNTRGN              PIC X(20) VALUE SPACES.
           05  MNTPOP              PIC X(10) VALUE SPACES.
           05  MNTSTAT             PIC X(1) VALUE SPACES.
           05  MNTEFF              PIC X(10) VALUE SPACES.
           05  MNTSUCC             PIC X(4) VALUE SPACES.
           05  MNTFROM             PIC X(10) VALUE SPACES.
           05  MNTTO               PIC X(10) VALUE SPACES.
           05  MNTMSG              PIC X(30) VALUE SPACES.

       01  PANEL-LIST-VARIABLES.
           05  MNTLST1             PIC X(63) VALUE SPACES.
           05  MNTLST2             PIC X(63) VALUE SPACES.
           05  MNTLST3             PIC X(63) VALUE SPACES.
           05  MNTLST4             PIC X(63) VALUE SPACES.
           05  MNTLST5             PIC X(63) VALUE SPACES.
           05  MNTLST6             PIC X(63) VALUE SPACES.
           05  MNTLST7             PIC X(63) VALUE SPACES.
       01  PANEL-LIST-TABLE REDEFINES PANEL-LIST-VARIABLES.
           05  WS-LIST-LINE OCCURS 7 TIMES PIC X(63).

       01  WS-ISPF-USERID          PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------
       MAIN.
            PERFORM OPEN-COUNTRY-REFERENCE.

            IF WS-CTRYREF-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLCMNT - CTRYREF COUNTRY REFERENCE '
                  'COULD NOT BE OPENED. STATUS: ' WS-CTRYREF-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               GOBACK

            CALL 'ISPLINK' USING ISPF-VDELETE ISPF-ALL-VARS.

            CLOSE CTRYREF.
            CLOSE CHGAUDIT.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLCMNT COMPLETE - CHANGES THIS SESSION: '
               WS-CHANGE-COUNT.
            DISPLAY 'CTRYREF UPDATED IN PLACE - EACH CHANGE APPLIES '
               'FROM ITS EFFECTIVE DATE.'.
            DISPLAY WS-ASTER.

      ****  // SET AFTER THE VDELETE CALL, WHICH WOULD OTHERWISE

            GOBACK.

      ****  // A NEWLY DEFINED CLUSTER CANNOT BE OPENED I-O UNTIL IT
      ****  // HAS BEEN LOADED ONCE - OPEN IT OUTPUT TO INITIALISE IT
      ****  // AND COME BACK IN I-O SO THE FIRST ADD CAN BE WRITTEN
       OPEN-COUNTRY-REFERENCE.
            OPEN I-O CTRYREF
            IF WS-CTRYREF-STATUS = '35'
               OPEN OUTPUT CTRYREF
               IF WS-CTRYREF-STATUS = '00'
                  CLOSE CTRYREF
                  OPEN I-O CTRYREF
               END-IF
            END-IF.

      ****  // THE AUDIT TRAIL ACCUMULATES ACROSS SESSIONS - EXTEND
      ****  // IT AND ONLY LOAD FRESH THE VERY FIRST TIME, WHEN THERE
      ****  // IS NO FILE YET. ANY OTHER FAILURE (A TRAIL STILL IN THE
      ****  // OLD LAYOUT NEEDS CBLWIDEN AUDIT) MUST NOT WIPE IT.
       OPEN-CHANGE-AUDIT.
            OPEN EXTEND CHGAUDIT
            IF WS-CHGAUDIT-STATUS = '35'
               OPEN OUTPUT CHGAUDIT
            END-IF
            IF WS-CHGAUDIT-STATUS NOT = '00'
                  'NO UPDATES WITHOUT AN AUDIT TRAIL. STATUS: '
                  WS-CHGAUDIT-STATUS
               DISPLAY WS-ASTER
               CLOSE CTRYREF
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.
               MNTPOP ISPF-CHAR-FORMAT LEN-POP
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTSTAT
               MNTSTAT ISPF-CHAR-FORMAT LEN-STAT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTEFF
               MNTEFF ISPF-CHAR-FORMAT LEN-DATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTSUCC
               MNTSUCC ISPF-CHAR-FORMAT LEN-CODE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTFROM
               MNTFROM ISPF-CHAR-FORMAT LEN-DATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTTO
               MNTTO ISPF-CHAR-FORMAT LEN-DATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTMSG
               MNTMSG ISPF-CHAR-FORMAT LEN-MSG
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-MNTLST1
                  MOVE 'ACTION MUST BE L F A C OR R' TO MNTMSG
            END-EVALUATE.

      ****  // SEVEN ENTRIES PER PRESS IN KEY ORDER - EVERY EFFECTIVE
      ****  // PERIOD OF A CODE IN TURN - WRAPPING BACK TO THE TOP
       LIST-REFERENCE-PAGE.
            MOVE SPACES TO PANEL-LIST-VARIABLES
            MOVE ZERO TO WS-LIST-LINE-IDX
            MOVE 'N' TO WS-LIST-END

            MOVE WS-LIST-LAST-KEY TO REF-KEY
            START CTRYREF KEY > REF-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-LIST-END
            END-START

            PERFORM BUILD-ONE-LIST-LINE
               UNTIL WS-LIST-LINE-IDX = 7
                  OR LIST-AT-END

            IF LIST-AT-END
               MOVE LOW-VALUES TO WS-LIST-LAST-KEY
               MOVE 'END OF LIST - L WRAPS TO TOP' TO MNTMSG
            END-IF.

       BUILD-ONE-LIST-LINE.
            READ CTRYREF NEXT RECORD
            AT END MOVE 'Y' TO WS-LIST-END
            END-READ

            IF NOT LIST-AT-END
               ADD 1 TO WS-LIST-LINE-IDX
               MOVE REF-POPULATION TO WS-POP-DISPLAY
               MOVE SPACES TO WS-LIST-LINE(WS-LIST-LINE-IDX)
               STRING REF-COUNTRY-CODE
                      ' '
                      REF-EFF-FROM
                      ' '
                      REF-EFF-TO
                      ' '
                      REF-COUNTRY-NAME(1:18)
                      ' '
                      WS-POP-DISPLAY
                      ' '
                      REF-CODE-STATUS
                      ' '
                      REF-SUCCESSOR-CODE
                  DELIMITED BY SIZE
                  INTO WS-LIST-LINE(WS-LIST-LINE-IDX)
               END-STRING
               MOVE REF-KEY TO WS-LIST-LAST-KEY
            END-IF.

      ****  // SHOW THE ENTRY IN EFFECT ON THE EFFECTIVE DATE -
      ****  // BLANK MEANS TODAY, SO F ALONE SHOWS THE CURRENT VALUES
       FIND-REFERENCE-ENTRY.
            PERFORM EDIT-EFFECTIVE-DATE

            IF EFF-DATE-IS-VALID
               MOVE MNTCODE     TO WS-REF-SEARCH-CODE
               MOVE WS-EFF-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY

               IF REF-RECORD-FOUND
                  PERFORM SHOW-REFERENCE-ENTRY
               ELSE
                  PERFORM CLEAR-ENTRY-FIELDS
                  IF REF-CODE-ON-FILE
                     MOVE 'NO ENTRY IN EFFECT ON DATE' TO MNTMSG
                  ELSE
                     MOVE 'CODE NOT ON REFERENCE FILE' TO MNTMSG
                  END-IF
               END-IF
            END-IF.

       SHOW-REFERENCE-ENTRY.
            MOVE REF-COUNTRY-NAME   TO MNTNAME
            MOVE REF-REGION         TO MNTRGN
            MOVE REF-POPULATION     TO WS-POP-DISPLAY
            MOVE WS-POP-DISPLAY     TO MNTPOP
            MOVE REF-CODE-STATUS    TO MNTSTAT
            MOVE REF-SUCCESSOR-CODE TO MNTSUCC
            MOVE REF-EFF-FROM       TO MNTFROM
            MOVE REF-EFF-TO         TO MNTTO.

       CLEAR-ENTRY-FIELDS.
            MOVE SPACES TO MNTNAME
            MOVE SPACES TO MNTRGN
            MOVE SPACES TO MNTPOP
            MOVE SPACES TO MNTSTAT
            MOVE SPACES TO MNTSUCC
            MOVE SPACES TO MNTFROM
            MOVE SPACES TO MNTTO.

      ****  // A NEW CODE OPENS ITS FIRST ENTRY FROM THE EFFECTIVE
      ****  // DATE. A CODE WITH ANY ENTRY AT ALL - EVEN A RETIRED
      ****  // ONE - IS CHANGED WITH C, NEVER ADDED TWICE.
       ADD-REFERENCE-ENTRY.
            PERFORM EDIT-EFFECTIVE-DATE

            IF EFF-DATE-IS-VALID
               MOVE MNTCODE     TO WS-REF-SEARCH-CODE
               MOVE WS-EFF-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY

               IF REF-CODE-ON-FILE
                  MOVE 'CODE ALREADY ON FILE - USE C' TO MNTMSG
               ELSE
                  IF MNTCODE = SPACES OR MNTNAME = SPACES
                     MOVE 'ADD NEEDS A CODE AND A NAME' TO MNTMSG
                  ELSE
                     PERFORM PARSE-POPULATION-FIELD
                     IF POPULATION-IS-VALID
                        PERFORM APPLY-ADD-ENTRY
                     END-IF
                  END-IF
               END-IF
            END-IF.

       APPLY-ADD-ENTRY.
            MOVE SPACES TO WS-BEF-NAME
            MOVE SPACES TO WS-BEF-REGION
            MOVE ZERO   TO WS-BEF-POPULATION
            MOVE SPACE  TO WS-BEF-STATUS
            MOVE SPACES TO WS-BEF-SUCCESSOR

            MOVE SPACES           TO COUNTRY-REFERENCE-RECORD
            MOVE MNTCODE          TO REF-COUNTRY-CODE
            MOVE WS-EFF-DATE      TO REF-EFF-FROM
            MOVE WS-OPEN-END-DATE TO REF-EFF-TO
            MOVE MNTNAME          TO REF-COUNTRY-NAME
            MOVE MNTRGN           TO REF-REGION
            MOVE WS-POP-VALUE     TO REF-POPULATION
            MOVE 'A'              TO REF-CODE-STATUS

            WRITE COUNTRY-REFERENCE-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-ACTION-OK
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACTION-OK
            END-WRITE

            IF ACTION-CAN-PROCEED
               PERFORM WRITE-CHANGE-AUDIT
               PERFORM SHOW-REFERENCE-ENTRY
               MOVE 'COUNTRY ADDED' TO MNTMSG
            ELSE
               MOVE 'ADD FAILED - STATUS' TO MNTMSG
               MOVE WS-CTRYREF-STATUS TO MNTMSG(21:2)
            END-IF.

       CHANGE-REFERENCE-ENTRY.
            PERFORM LOCATE-ENTRY-TO-UPDATE

            IF ACTION-CAN-PROCEED
               IF REF-CODE-STATUS = 'R'
                  MOVE 'CODE IS RETIRED ON THAT DATE' TO MNTMSG
               ELSE
                  PERFORM PARSE-POPULATION-FIELD
                  IF POPULATION-IS-VALID
                     PERFORM APPLY-CHANGE-ENTRY
                  END-IF
               END-IF
            END-IF.

      ****  // NAME, REGION OR POPULATION LEAVES THE VALUE ALONE
       APPLY-CHANGE-ENTRY.
            PERFORM SAVE-BEFORE-IMAGE
            PERFORM OPEN-SUCCEEDING-ENTRY

            IF MNTNAME NOT = SPACES
               MOVE MNTNAME TO REF-COUNTRY-NAME
            END-IF
            IF MNTRGN NOT = SPACES
               MOVE MNTRGN TO REF-REGION
            END-IF
            IF POPULATION-WAS-KEYED
               MOVE WS-POP-VALUE TO REF-POPULATION
            END-IF

            PERFORM STORE-SUCCEEDING-ENTRY

            IF ACTION-CAN-PROCEED
               PERFORM WRITE-CHANGE-AUDIT
               PERFORM SHOW-REFERENCE-ENTRY
               MOVE 'COUNTRY CHANGED' TO MNTMSG
            END-IF.

      ****  // A SUCCESSOR, WHEN KEYED, MUST ITSELF BE AN ACTIVE CODE
      ****  // ON THE EFFECTIVE DATE - THE NIGHTLY RUN POSTS THE
      ****  // RETIRED CODE'S ROWS UNDER IT
       RETIRE-REFERENCE-ENTRY.
            PERFORM EDIT-EFFECTIVE-DATE
            MOVE 'Y' TO WS-ACTION-OK

            IF EFF-DATE-IS-VALID AND MNTSUCC NOT = SPACES
               IF MNTSUCC = MNTCODE
                  MOVE 'N' TO WS-ACTION-OK
                  MOVE 'SUCCESSOR CANNOT BE THE CODE' TO MNTMSG
               ELSE
                  MOVE MNTSUCC     TO WS-REF-SEARCH-CODE
                  MOVE WS-EFF-DATE TO WS-REF-SEARCH-DATE
                  PERFORM FIND-REF-ENTRY
                  IF NOT REF-RECORD-FOUND
                     OR REF-CODE-STATUS = 'R'
                     MOVE 'N' TO WS-ACTION-OK
                     MOVE 'SUCCESSOR NOT ACTIVE ON DATE'
                        TO MNTMSG
                  END-IF
               END-IF
            END-IF

            IF EFF-DATE-IS-VALID AND ACTION-CAN-PROCEED
               PERFORM LOCATE-ENTRY-TO-UPDATE
               IF ACTION-CAN-PROCEED
                  IF REF-CODE-STATUS = 'R'
                     MOVE 'CODE IS ALREADY RETIRED' TO MNTMSG
                  ELSE
                     PERFORM APPLY-RETIRE-ENTRY
                  END-IF
               END-IF
            END-IF.

       APPLY-RETIRE-ENTRY.
            PERFORM SAVE-BEFORE-IMAGE
            PERFORM OPEN-SUCCEEDING-ENTRY

            MOVE 'R'     TO REF-CODE-STATUS
            MOVE MNTSUCC TO REF-SUCCESSOR-CODE

            PERFORM STORE-SUCCEEDING-ENTRY

            IF ACTION-CAN-PROCEED
               PERFORM WRITE-CHANGE-AUDIT
               PERFORM SHOW-REFERENCE-ENTRY
               MOVE 'COUNTRY RETIRED' TO MNTMSG
            END-IF.

      ****  // CHANGE AND RETIRE WORK ON THE ENTRY IN EFFECT ON THE
      ****  // EFFECTIVE DATE, AND ONLY WHEN IT IS THE CODE'S LATEST
      ****  // ENTRY - SPLITTING A PERIOD THAT A LATER ENTRY ALREADY
      ****  // FOLLOWS WOULD LEAVE THE LATER VALUES OUT OF STEP
       LOCATE-ENTRY-TO-UPDATE.
            PERFORM EDIT-EFFECTIVE-DATE
            MOVE 'N' TO WS-ACTION-OK

            IF EFF-DATE-IS-VALID
               MOVE MNTCODE     TO WS-REF-SEARCH-CODE
               MOVE WS-EFF-DATE TO WS-REF-SEARCH-DATE
               PERFORM FIND-REF-ENTRY

               EVALUATE TRUE
                  WHEN NOT REF-CODE-ON-FILE
                     MOVE 'CODE NOT ON REFERENCE FILE' TO MNTMSG
                  WHEN NOT REF-RECORD-FOUND
                     MOVE 'NO ENTRY IN EFFECT ON DATE' TO MNTMSG
                  WHEN REF-EFF-TO NOT = WS-OPEN-END-DATE
                     MOVE 'A LATER ENTRY ALREADY EXISTS' TO MNTMSG
                  WHEN OTHER
                     MOVE 'Y' TO WS-ACTION-OK
               END-EVALUATE
            END-IF.

      ****  // THE NEW VALUES START ON THE EFFECTIVE DATE. WHEN THAT
      ****  // IS THE ENTRY'S OWN FROM DATE THE ENTRY IS CORRECTED IN
      ****  // PLACE; OTHERWISE THE ENTRY IS CLOSED THE DAY BEFORE AND
      ****  // A NEW ENTRY OPENS ON THE EFFECTIVE DATE
       OPEN-SUCCEEDING-ENTRY.
            MOVE COUNTRY-REFERENCE-RECORD TO WS-NEW-REF-RECORD
            MOVE 'N' TO WS-ENTRY-SPLIT

            IF REF-EFF-FROM NOT = WS-EFF-DATE
               MOVE 'Y' TO WS-ENTRY-SPLIT
               PERFORM COMPUTE-CLOSE-DATE
               MOVE WS-CLOSE-DATE TO REF-EFF-TO
               REWRITE COUNTRY-REFERENCE-RECORD
                  INVALID KEY
                     MOVE 'N' TO WS-ACTION-OK
               END-REWRITE
               MOVE WS-NEW-REF-RECORD TO COUNTRY-REFERENCE-RECORD
               MOVE WS-EFF-DATE      TO REF-EFF-FROM
               MOVE WS-OPEN-END-DATE TO REF-EFF-TO
            END-IF.

       STORE-SUCCEEDING-ENTRY.
            IF ACTION-CAN-PROCEED
               IF ENTRY-IS-SPLIT
                  WRITE COUNTRY-REFERENCE-RECORD
                     INVALID KEY
                        MOVE 'N' TO WS-ACTION-OK
                  END-WRITE
               ELSE
                  REWRITE COUNTRY-REFERENCE-RECORD
                     INVALID KEY
                        MOVE 'N' TO WS-ACTION-OK
                  END-REWRITE
               END-IF
            END-IF

            IF NOT ACTION-CAN-PROCEED
               MOVE 'UPDATE FAILED - STATUS' TO MNTMSG
               MOVE WS-CTRYREF-STATUS TO MNTMSG(24:2)
            END-IF.

       SAVE-BEFORE-IMAGE.
            MOVE REF-COUNTRY-NAME   TO WS-BEF-NAME
            MOVE REF-REGION         TO WS-BEF-REGION
            MOVE REF-POPULATION     TO WS-BEF-POPULATION
            MOVE REF-CODE-STATUS    TO WS-BEF-STATUS
            MOVE REF-SUCCESSOR-CODE TO WS-BEF-SUCCESSOR.

      ****  // EFFECTIVE DATE ARRIVES AS KEYED TEXT YYYY-MM-DD; BLANK
      ****  // MEANS TODAY. THE DATE USED IS SHOWN BACK ON THE PANEL.
       EDIT-EFFECTIVE-DATE.
            MOVE 'Y' TO WS-EFF-VALID

            IF MNTEFF = SPACES
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:4) TO WS-CLOSE-YYYY
               MOVE WS-TODAY-DATE(5:2) TO WS-CLOSE-MM
               MOVE WS-TODAY-DATE(7:2) TO WS-CLOSE-DD
               MOVE WS-CLOSE-DATE TO MNTEFF
            END-IF

            IF MNTEFF(1:4) NUMERIC
               AND MNTEFF(5:1) = '-'
               AND MNTEFF(6:2) NUMERIC
               AND MNTEFF(8:1) = '-'
               AND MNTEFF(9:2) NUMERIC
               MOVE MNTEFF(1:4) TO WS-CUT-YEAR
               MOVE MNTEFF(6:2) TO WS-CUT-MONTH
               MOVE MNTEFF(9:2) TO WS-CUT-DAY
               IF WS-CUT-MONTH < 1 OR WS-CUT-MONTH > 12
                  MOVE 'N' TO WS-EFF-VALID
               ELSE
                  PERFORM GET-DAYS-IN-MONTH
                  IF WS-CUT-DAY < 1 OR WS-CUT-DAY > WS-MONTH-DAYS
                     MOVE 'N' TO WS-EFF-VALID
                  END-IF
               END-IF
            ELSE
               MOVE 'N' TO WS-EFF-VALID
            END-IF

            IF EFF-DATE-IS-VALID
               MOVE MNTEFF TO WS-EFF-DATE
            ELSE
               MOVE 'DATE MUST BE YYYY-MM-DD' TO MNTMSG
            END-IF.

      ****  // THE SUPERSEDED ENTRY RUNS TO THE DAY BEFORE THE
      ****  // EFFECTIVE DATE - MONTH ENDS AND LEAP YEARS FALL OUT OF
      ****  // THE MONTH TABLE
       COMPUTE-CLOSE-DATE.
            MOVE WS-EFF-DATE(1:4) TO WS-CUT-YEAR
            MOVE WS-EFF-DATE(6:2) TO WS-CUT-MONTH
            MOVE WS-EFF-DATE(9:2) TO WS-CUT-DAY

            IF WS-CUT-DAY > 1
               SUBTRACT 1 FROM WS-CUT-DAY
            ELSE
               IF WS-CUT-MONTH > 1
                  SUBTRACT 1 FROM WS-CUT-MONTH
               ELSE
                  MOVE 12 TO WS-CUT-MONTH
                  SUBTRACT 1 FROM WS-CUT-YEAR
               END-IF
               PERFORM GET-DAYS-IN-MONTH
               MOVE WS-MONTH-DAYS TO WS-CUT-DAY
            END-IF

            MOVE WS-CUT-YEAR  TO WS-CLOSE-YYYY
            MOVE WS-CUT-MONTH TO WS-CLOSE-MM
            MOVE WS-CUT-DAY   TO WS-CLOSE-DD.

       GET-DAYS-IN-MONTH.
            MOVE WS-MONTH-DAY-ENTRY(WS-CUT-MONTH) TO WS-MONTH-DAYS

            IF WS-CUT-MONTH = 2
               DIVIDE WS-CUT-YEAR BY 4
                  GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                  DIVIDE WS-CUT-YEAR BY 100
                     GIVING WS-LEAP-QUOT
                     REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM NOT = ZERO
                     MOVE 29 TO WS-MONTH-DAYS
                  ELSE
                     DIVIDE WS-CUT-YEAR BY 400
                        GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = ZERO
                        MOVE 29 TO WS-MONTH-DAYS
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ****  // POPULATION ARRIVES AS KEYED TEXT - DIGITS ONLY, WITH
      ****  // BLANKS IGNORED. ANYTHING ELSE STOPS THE ACTION WITH A
            MOVE WS-AUDIT-DATE       TO CA-CHANGE-DATE
            MOVE WS-AUDIT-TIME(1:6)  TO CA-CHANGE-TIME
            MOVE MNTACT              TO CA-ACTION
            MOVE REF-COUNTRY-CODE    TO CA-COUNTRY-CODE
            MOVE WS-BEF-NAME         TO CA-BEF-NAME
            MOVE WS-BEF-REGION       TO CA-BEF-REGION
            MOVE WS-BEF-POPULATION   TO CA-BEF-POPULATION
            MOVE WS-BEF-STATUS       TO CA-BEF-STATUS
            MOVE REF-COUNTRY-NAME    TO CA-AFT-NAME
            MOVE REF-REGION          TO CA-AFT-REGION
            MOVE REF-POPULATION      TO CA-AFT-POPULATION
            MOVE REF-CODE-STATUS     TO CA-AFT-STATUS
            MOVE WS-EFF-DATE         TO CA-EFF-DATE
            MOVE REF-SUCCESSOR-CODE  TO CA-AFT-SUCCESSOR
            WRITE CHANGE-AUDIT-RECORD

            ADD 1 TO WS-CHANGE-COUNT.

      ****  // THE CODE'S ENTRIES ARE CONTIGUOUS IN KEY ORDER AND RUN
      ****  // OLDEST FIRST - STOP AT THE FIRST ONE COVERING THE DATE,
      ****  // OR AT ONE STARTING AFTER IT
       FIND-REF-ENTRY.
            MOVE 'N' TO WS-REF-FOUND
            MOVE 'N' TO WS-REF-CODE-SEEN
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
                  IF REF-COUNTRY-CODE = WS-REF-SEARCH-CODE
                     MOVE 'Y' TO WS-REF-CODE-SEEN
                  END-IF
                  MOVE 'Y' TO WS-REF-SCAN-END
               ELSE
                  MOVE 'Y' TO WS-REF-CODE-SEEN
                  IF REF-EFF-TO NOT < WS-REF-SEARCH-DATE
                     MOVE 'Y' TO WS-REF-FOUND
                  END-IF
               END-IF
            END-IF.
