      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Review dialog for the CBLCOVID quarantine file - the front
      * end to the CBLQREL release run. ISPF dialog program driving
      * the QUARREVP panel: the analyst pages through the open
      * QUAROUT rows, six to a screen, each shown with its reason,
      * the value that tripped the check and the country's running
      * average, with the country's last three COVHIST postings
      * before the row's date underneath for context. Each row is
      * marked A to approve, R to reject or H to hold. Rows held in
      * an earlier session come back in from QUARHOLD and are
      * flagged C on the panel. END or RETURN leaves the dialog and
      * writes the outputs regardless of how the session ended:
      * approved rows go to QUARIN in the same layout, ready for
      * CBLQREL; held and still unmarked rows go to QUARHNEW, which
      * operations swaps in as the next session's QUARHOLD; rejected
      * rows are dropped. Every approve, reject and hold is written
      * to the QRAUDIT decision-audit file with the ISPF userid, and
      * a row QRAUDIT shows as approved or rejected in an earlier
      * session is not offered again.
      * Invoke under ISPF with the panel library containing
      * QUARREVP allocated to ISPPLIB.
      * COVHIST is optional - without it the posting lines say so.
      *-----------------------
       PROGRAM-ID.    CBLQREV.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT QUAROUT ASSIGN TO QUAROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-QUAROUT-STATUS.

             SELECT QUARHOLD ASSIGN TO QUARHOLD
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-QUARHOLD-STATUS.

             SELECT COVHIST ASSIGN TO COVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS WS-COVHIST-STATUS.

             SELECT QUARIN ASSIGN TO QUARIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

             SELECT QUARHNEW ASSIGN TO QUARHNEW
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL.

             SELECT QRAUDIT ASSIGN TO QRAUDIT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-QRAUDIT-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

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

      ****  // ROWS HELD LAST SESSION - SAME LAYOUT AS QUAROUT
       FD  QUARHOLD RECORDING MODE F.
       01  HELD-QUARANTINE-RECORD  PIC X(156).

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

       FD  QUARIN RECORDING MODE F.
       01  APPROVED-QUARANTINE-RECORD PIC X(156).

       FD  QUARHNEW RECORDING MODE F.
       01  NEW-HELD-QUARANTINE-RECORD PIC X(156).

      ****  // WHO DECIDED WHAT ON WHICH ROW - THE FILE ACCUMULATES
      ****  // ACROSS SESSIONS LIKE THE CHGAUDIT CHANGE AUDIT
       FD  QRAUDIT RECORDING MODE F.
       01  REVIEW-AUDIT-RECORD.
           05  RV-USERID           PIC X(8).
           05  RV-DECISION-DATE    PIC X(8).
           05  RV-DECISION-TIME    PIC X(6).
           05  RV-DECISION         PIC X(1).
           05  RV-COUNTRY-CODE     PIC X(4).
           05  RV-REPORT-DATE      PIC X(10).
           05  RV-REC-NUMBER       PIC 9(7).
           05  RV-REASON           PIC X(20).
           05  RV-TRIP-VALUE       PIC 9(8).
           05  RV-AVG-VALUE        PIC 9(8)V9.
           05  RV-RAW-DATA         PIC X(104).
           05  FILLER              PIC X(15).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-QUAROUT-STATUS       PIC XX VALUE '00'.

       01  WS-QUARHOLD-STATUS      PIC XX VALUE '00'.

       01  WS-COVHIST-STATUS       PIC XX VALUE '00'.

       01  WS-QRAUDIT-STATUS       PIC XX VALUE '00'.

       01  WS-QUAROUT-EOF          PIC X VALUE 'N'.
           88  QUAROUT-AT-END          VALUE 'Y'.

       01  WS-QUARHOLD-EOF         PIC X VALUE 'N'.
           88  QUARHOLD-AT-END         VALUE 'Y'.

       01  WS-QRAUDIT-EOF          PIC X VALUE 'N'.
           88  QRAUDIT-AT-END          VALUE 'Y'.

       01  WS-AUDIT-OPEN           PIC X VALUE 'N'.
           88  AUDIT-FILE-OPEN         VALUE 'Y'.

       01  WS-HIST-EOF             PIC X VALUE 'N'.
           88  HIST-AT-END             VALUE 'Y'.

      ****  // THE HISTORY MASTER IS OPTIONAL - WITHOUT IT THE ROWS
      ****  // ARE REVIEWED ON THEIR OWN FIGURES
       01  WS-HIST-CONTROLS.
           05  WS-HIST-AVAILABLE    PIC X VALUE 'N'.
               88  HISTORY-AVAILABLE    VALUE 'Y'.

      ****  // EVERY ROW UNDER REVIEW - THE IMAGE IS KEPT WHOLE SO IT
      ****  // GOES BACK OUT TO QUARIN OR QUARHNEW BYTE FOR BYTE
       01  WS-REVIEW-TABLE.
           05  WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-ROW-IDX           PIC 9(3) VALUE ZERO.
           05  WS-ROW-ENTRY OCCURS 300 TIMES.
               10  WS-ROW-IMAGE         PIC X(156).
               10  WS-ROW-DECISION      PIC X(1).
                   88  ROW-APPROVED         VALUE 'A'.
                   88  ROW-REJECTED         VALUE 'R'.
                   88  ROW-HELD             VALUE 'H'.
                   88  ROW-UNMARKED         VALUE SPACE.
                   88  ROW-DECIDED-EARLIER  VALUE 'D'.
               10  WS-ROW-CODE          PIC X(4).
               10  WS-ROW-DATE          PIC X(10).
               10  WS-ROW-CARRIED       PIC X(1).

       01  WS-ROW-LOOKUP.
           05  WS-ROW-FOUND         PIC X VALUE 'N'.
               88  ROW-ALREADY-LOADED   VALUE 'Y'.
           05  WS-ROW-SEEK-IDX      PIC 9(3) VALUE ZERO.
           05  WS-ROW-KEEP-IDX      PIC 9(3) VALUE ZERO.

       01  WS-DIALOG-CONTROLS.
           05  WS-ISPF-RC           PIC S9(8) COMP VALUE ZERO.
           05  WS-DIALOG-DONE       PIC X VALUE 'N'.
               88  DIALOG-IS-DONE       VALUE 'Y'.
           05  WS-DIALOG-ERROR      PIC X VALUE 'N'.
               88  DIALOG-SEVERE-ERROR  VALUE 'Y'.
           05  WS-PAGE-TOP          PIC 9(3) VALUE 1.
           05  WS-PAGE-LINE-IDX     PIC 9(1) VALUE ZERO.
           05  WS-MARK-VALID        PIC X VALUE 'Y'.
               88  MARKS-ARE-VALID      VALUE 'Y'.

       01  WS-SESSION-COUNTERS.
           05  WS-QUAROUT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-DUPLICATE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-DECIDED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-OVERFLOW-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-APPROVE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-HOLD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-UNMARKED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-AUDIT-COUNT       PIC 9(5) VALUE ZERO.

      ****  // SAME CSV QUOTE MASKING AS THE MAIN RUN, SO A QUOTED
      ****  // COUNTRY LIKE "KOREA, SOUTH" PARSES AS ONE FIELD WHEN
      ****  // THE CODE AND DATE ARE LIFTED FROM THE RAW ROW
       01  WS-CSV-QUOTE-WORK.
           05  WS-CSV-SOURCE       PIC X(104).
           05  WS-CSV-CLEANED      PIC X(104).
           05  WS-CSV-IN-IDX       PIC 9(3) VALUE ZERO.
           05  WS-CSV-OUT-IDX      PIC 9(3) VALUE ZERO.
           05  WS-IN-QUOTES        PIC X VALUE 'N'.
               88  INSIDE-QUOTED-FIELD  VALUE 'Y'.
           05  WS-COMMA-MASK       PIC X VALUE X'05'.

       01  WS-COMMA-COUNT          PIC 9(3) VALUE ZERO.

       01  UNSTRING-COVID-RECORDS.
           05  UCR-COUNTRY         PIC X(50).
           05  UCR-COUNTRY-CODE    PIC X(4).
           05  UCR-SLUG            PIC X(50).
           05  UCR-PROVINCE        PIC X(20).
           05  UCR-NEW-CNFRM       PIC 9(7).
           05  UCR-TOT-CNFRM       PIC 9(8).
           05  UCR-NEW-DEATH       PIC 9(7).
           05  UCR-TOT-DEATH       PIC 9(7).
           05  UCR-NEW-RECVR       PIC 9(7).
           05  UCR-TOT-RECVR       PIC 9(8).
           05  UCR-TIMESTAMP       PIC X(25).

      ****  // LAST THREE POSTINGS BEFORE THE ROW'S DATE - ENTRY 1
      ****  // OLDEST, SAME ROLLING WINDOW AS THE INQUIRY DIALOG
       01  WS-LAST3-TABLE.
           05  WS-LAST3-COUNT       PIC 9(1) VALUE ZERO.
           05  WS-LAST3-IDX         PIC 9(1) VALUE ZERO.
           05  WS-LAST3-ENTRY OCCURS 3 TIMES.
               10  WS-LAST3-DATE        PIC X(10).
               10  WS-LAST3-NEW-CNFRM   PIC 9(7).
               10  WS-LAST3-NEW-DEATH   PIC 9(7).

       01  WS-HIST-SEEK.
           05  WS-SEEK-CODE         PIC X(4).
           05  WS-SEEK-DATE         PIC X(10).

       01  WS-ROW-TEXT-WORK.
           05  WS-TRIP-DISPLAY      PIC ZZ,ZZZ,ZZ9.
           05  WS-AVG-DISPLAY       PIC ZZ,ZZZ,ZZ9.9.
           05  WS-CARRIED-FLAG      PIC X(1).
           05  WS-HIST-PTR          PIC 9(3) VALUE 1.

       01  WS-POSTING-TEXT.
           05  WPT-MONTH-DAY        PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WPT-NEW-CNFRM        PIC ZZZZZZ9.
           05  FILLER               PIC X(1) VALUE '/'.
           05  WPT-NEW-DEATH        PIC ZZZZZZ9.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-DATE        PIC 9(8).
           05  WS-AUDIT-TIME        PIC 9(8).

       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

      ****  // ISPF SERVICE NAMES AND VDEFINE ARGUMENTS
       01  ISPF-SERVICE-LITERALS.
           05  ISPF-VDEFINE        PIC X(8) VALUE 'VDEFINE '.
           05  ISPF-VDELETE        PIC X(8) VALUE 'VDELETE '.
           05  ISPF-DISPLAY        PIC X(8) VALUE 'DISPLAY '.
           05  ISPF-VGET           PIC X(8) VALUE 'VGET    '.
           05  ISPF-CHAR-FORMAT    PIC X(8) VALUE 'CHAR    '.
           05  ISPF-PANEL-NAME     PIC X(8) VALUE 'QUARREVP'.
           05  ISPF-ALL-VARS       PIC X(2) VALUE '* '.

       01  ISPF-VARIABLE-NAMES.
           05  VN-QRVCMD           PIC X(8)  VALUE '(QRVCMD)'.
           05  VN-QRVMSG           PIC X(8)  VALUE '(QRVMSG)'.
           05  VN-QRVNO            PIC X(7)  VALUE '(QRVNO)'.
           05  VN-QRVNA            PIC X(7)  VALUE '(QRVNA)'.
           05  VN-QRVNR            PIC X(7)  VALUE '(QRVNR)'.
           05  VN-QRVNH            PIC X(7)  VALUE '(QRVNH)'.
           05  VN-QRVNU            PIC X(7)  VALUE '(QRVNU)'.
           05  VN-QRVM1            PIC X(7)  VALUE '(QRVM1)'.
           05  VN-QRVM2            PIC X(7)  VALUE '(QRVM2)'.
           05  VN-QRVM3            PIC X(7)  VALUE '(QRVM3)'.
           05  VN-QRVM4            PIC X(7)  VALUE '(QRVM4)'.
           05  VN-QRVM5            PIC X(7)  VALUE '(QRVM5)'.
           05  VN-QRVM6            PIC X(7)  VALUE '(QRVM6)'.
           05  VN-QRVROW1          PIC X(9)  VALUE '(QRVROW1)'.
           05  VN-QRVROW2          PIC X(9)  VALUE '(QRVROW2)'.
           05  VN-QRVROW3          PIC X(9)  VALUE '(QRVROW3)'.
           05  VN-QRVROW4          PIC X(9)  VALUE '(QRVROW4)'.
           05  VN-QRVROW5          PIC X(9)  VALUE '(QRVROW5)'.
           05  VN-QRVROW6          PIC X(9)  VALUE '(QRVROW6)'.
           05  VN-QRVHST1          PIC X(9)  VALUE '(QRVHST1)'.
           05  VN-QRVHST2          PIC X(9)  VALUE '(QRVHST2)'.
           05  VN-QRVHST3          PIC X(9)  VALUE '(QRVHST3)'.
           05  VN-QRVHST4          PIC X(9)  VALUE '(QRVHST4)'.
           05  VN-QRVHST5          PIC X(9)  VALUE '(QRVHST5)'.
           05  VN-QRVHST6          PIC X(9)  VALUE '(QRVHST6)'.
           05  VN-ZUSER            PIC X(8)  VALUE '(ZUSER)'.

       01  ISPF-FIELD-LENGTHS.
           05  LEN-CMD             PIC 9(8) COMP VALUE 1.
           05  LEN-MSG             PIC 9(8) COMP VALUE 30.
           05  LEN-COUNT           PIC 9(8) COMP VALUE 5.
           05  LEN-MARK            PIC 9(8) COMP VALUE 1.
           05  LEN-ROW             PIC 9(8) COMP VALUE 68.
           05  LEN-USER            PIC 9(8) COMP VALUE 8.

      ****  // PANEL VARIABLES - NAMES MATCH THE QUARREVP PANEL BODY
       01  PANEL-VARIABLES.
           05  QRVCMD              PIC X(1) VALUE SPACES.
           05  QRVMSG              PIC X(30) VALUE SPACES.
           05  QRVNO               PIC X(5) VALUE SPACES.
           05  QRVNA               PIC X(5) VALUE SPACES.
           05  QRVNR               PIC X(5) VALUE SPACES.
           05  QRVNH               PIC X(5) VALUE SPACES.
           05  QRVNU               PIC X(5) VALUE SPACES.

       01  PANEL-MARK-VARIABLES.
           05  QRVM1               PIC X(1) VALUE SPACES.
           05  QRVM2               PIC X(1) VALUE SPACES.
           05  QRVM3               PIC X(1) VALUE SPACES.
           05  QRVM4               PIC X(1) VALUE SPACES.
           05  QRVM5               PIC X(1) VALUE SPACES.
           05  QRVM6               PIC X(1) VALUE SPACES.
       01  PANEL-MARK-TABLE REDEFINES PANEL-MARK-VARIABLES.
           05  WS-PAGE-MARK OCCURS 6 TIMES PIC X(1).

       01  PANEL-ROW-VARIABLES.
           05  QRVROW1             PIC X(68) VALUE SPACES.
           05  QRVROW2             PIC X(68) VALUE SPACES.
           05  QRVROW3             PIC X(68) VALUE SPACES.
           05  QRVROW4             PIC X(68) VALUE SPACES.
           05  QRVROW5             PIC X(68) VALUE SPACES.
           05  QRVROW6             PIC X(68) VALUE SPACES.
       01  PANEL-ROW-TABLE REDEFINES PANEL-ROW-VARIABLES.
           05  WS-PAGE-ROW OCCURS 6 TIMES PIC X(68).

       01  PANEL-HISTORY-VARIABLES.
           05  QRVHST1             PIC X(68) VALUE SPACES.
           05  QRVHST2             PIC X(68) VALUE SPACES.
           05  QRVHST3             PIC X(68) VALUE SPACES.
           05  QRVHST4             PIC X(68) VALUE SPACES.
           05  QRVHST5             PIC X(68) VALUE SPACES.
           05  QRVHST6             PIC X(68) VALUE SPACES.
       01  PANEL-HISTORY-TABLE REDEFINES PANEL-HISTORY-VARIABLES.
           05  WS-PAGE-HIST OCCURS 6 TIMES PIC X(68).

       01  WS-ISPF-USERID          PIC X(8) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
            OPEN INPUT QUAROUT.
            IF WS-QUAROUT-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLQREV - QUAROUT COULD NOT BE OPENED. '
                  'STATUS: ' WS-QUAROUT-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM OPEN-REVIEW-AUDIT.

            OPEN INPUT COVHIST.
            IF WS-COVHIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-AVAILABLE
            END-IF.

      ****  // QUARHNEW OPENS NOW SO ROWS BEYOND THE TABLE CAN BE
      ****  // CARRIED STRAIGHT THROUGH TO THE NEXT SESSION UNSEEN
            OPEN OUTPUT QUARHNEW.

            PERFORM LOAD-HELD-ROWS.
            PERFORM LOAD-QUARANTINE-ROWS.
            PERFORM DROP-DECIDED-ROWS.

            PERFORM DEFINE-PANEL-VARIABLES.
            PERFORM GET-ISPF-USERID.
            PERFORM COUNT-DECISIONS.
            PERFORM BUILD-REVIEW-PAGE.

            IF WS-ROW-COUNT = ZERO
               MOVE 'NO QUARANTINE ROWS ARE OPEN' TO QRVMSG
            END-IF.

            PERFORM RUN-REVIEW-DIALOG
               UNTIL DIALOG-IS-DONE.

            CALL 'ISPLINK' USING ISPF-VDELETE ISPF-ALL-VARS.

            PERFORM WRITE-REVIEW-OUTPUTS.

            IF HISTORY-AVAILABLE
               CLOSE COVHIST
            END-IF.
            CLOSE QUAROUT.
            CLOSE QUARHNEW.
            IF AUDIT-FILE-OPEN
               CLOSE QRAUDIT
            END-IF.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLQREV COMPLETE'.
            DISPLAY 'ROWS READ FROM QUAROUT:          '
               WS-QUAROUT-COUNT.
            DISPLAY 'ROWS CARRIED FROM QUARHOLD:      '
               WS-CARRIED-COUNT.
            DISPLAY 'DUPLICATE ROWS SKIPPED:          '
               WS-DUPLICATE-COUNT.
            DISPLAY 'ALREADY DECIDED - SKIPPED:       '
               WS-DECIDED-COUNT.
            DISPLAY 'APPROVED - WRITTEN TO QUARIN:    '
               WS-APPROVE-COUNT.
            DISPLAY 'REJECTED - DROPPED:              '
               WS-REJECT-COUNT.
            DISPLAY 'HELD - WRITTEN TO QUARHNEW:      '
               WS-HOLD-COUNT.
            DISPLAY 'UNMARKED - WRITTEN TO QUARHNEW:  '
               WS-UNMARKED-COUNT.
            DISPLAY 'DECISIONS WRITTEN TO QRAUDIT:    '
               WS-AUDIT-COUNT.
            IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY '*** CBLQREV - TABLE FULL. ROWS PASSED TO '
                  'QUARHNEW UNREVIEWED: ' WS-OVERFLOW-COUNT
            END-IF.
            DISPLAY WS-ASTER.

      ****  // SET AFTER THE VDELETE CALL, WHICH WOULD OTHERWISE
      ****  // CLOBBER THE RETURN CODE WITH ITS OWN SERVICE RC
            IF DIALOG-SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
            END-IF

            GOBACK.

      ****  // THE AUDIT TRAIL ACCUMULATES ACROSS SESSIONS - EXTEND
      ****  // IT AND ONLY LOAD FRESH THE VERY FIRST TIME
       OPEN-REVIEW-AUDIT.
            OPEN EXTEND QRAUDIT
            IF WS-QRAUDIT-STATUS NOT = '00'
               OPEN OUTPUT QRAUDIT
            END-IF
            IF WS-QRAUDIT-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLQREV - QRAUDIT COULD NOT BE OPENED. '
                  'NO DECISIONS WITHOUT AN AUDIT TRAIL. STATUS: '
                  WS-QRAUDIT-STATUS
               DISPLAY WS-ASTER
               CLOSE QUAROUT
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE 'Y' TO WS-AUDIT-OPEN.

      ****  // QUARHOLD IS OPTIONAL - THE FIRST SESSION HAS NONE
       LOAD-HELD-ROWS.
            OPEN INPUT QUARHOLD

            IF WS-QUARHOLD-STATUS = '00'
               PERFORM READ-HELD-RECORD
               PERFORM ADD-ONE-HELD-ROW
                  UNTIL QUARHOLD-AT-END
               CLOSE QUARHOLD
            END-IF.

       READ-HELD-RECORD.
            READ QUARHOLD
            AT END MOVE 'Y' TO WS-QUARHOLD-EOF
            END-READ.

       ADD-ONE-HELD-ROW.
            ADD 1 TO WS-CARRIED-COUNT
            MOVE HELD-QUARANTINE-RECORD TO QUARANTINE-RECORD
            PERFORM ADD-REVIEW-ROW
            IF WS-ROW-IDX > ZERO
               MOVE 'C' TO WS-ROW-CARRIED(WS-ROW-IDX)
            END-IF
            PERFORM READ-HELD-RECORD.

       LOAD-QUARANTINE-ROWS.
            PERFORM READ-QUARANTINE-RECORD
            PERFORM ADD-ONE-QUARANTINE-ROW
               UNTIL QUAROUT-AT-END.

       READ-QUARANTINE-RECORD.
            READ QUAROUT
            AT END MOVE 'Y' TO WS-QUAROUT-EOF
            END-READ.

      ****  // A SECOND SESSION ON THE SAME QUAROUT FINDS ITS HELD
      ****  // ROWS ALREADY LOADED FROM QUARHOLD - SKIP THEM SO THE
      ****  // ROW IS NOT REVIEWED TWICE. ROWS APPROVED OR REJECTED
      ****  // LAST TIME ARE DROPPED AGAINST QRAUDIT ONCE ALL ARE IN.
       ADD-ONE-QUARANTINE-ROW.
            ADD 1 TO WS-QUAROUT-COUNT
            PERFORM FIND-LOADED-ROW

            IF ROW-ALREADY-LOADED
               ADD 1 TO WS-DUPLICATE-COUNT
            ELSE
               PERFORM ADD-REVIEW-ROW
            END-IF

            PERFORM READ-QUARANTINE-RECORD.

       FIND-LOADED-ROW.
            MOVE 'N' TO WS-ROW-FOUND
            MOVE 1 TO WS-ROW-SEEK-IDX

            PERFORM TEST-ONE-LOADED-ROW
               UNTIL WS-ROW-SEEK-IDX > WS-ROW-COUNT
                  OR ROW-ALREADY-LOADED.

       TEST-ONE-LOADED-ROW.
            IF WS-ROW-IMAGE(WS-ROW-SEEK-IDX) = QUARANTINE-RECORD
               MOVE 'Y' TO WS-ROW-FOUND
            END-IF
            ADD 1 TO WS-ROW-SEEK-IDX.

      ****  // WS-ROW-IDX COMES BACK ZERO WHEN THE TABLE WAS FULL
      ****  // AND THE ROW WENT STRAIGHT OUT TO QUARHNEW
       ADD-REVIEW-ROW.
            IF WS-ROW-COUNT = 300
               MOVE ZERO TO WS-ROW-IDX
               WRITE NEW-HELD-QUARANTINE-RECORD
                  FROM QUARANTINE-RECORD
               ADD 1 TO WS-OVERFLOW-COUNT
            ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-ROW-IDX
               MOVE QUARANTINE-RECORD TO WS-ROW-IMAGE(WS-ROW-IDX)
               MOVE SPACE TO WS-ROW-DECISION(WS-ROW-IDX)
               MOVE SPACE TO WS-ROW-CARRIED(WS-ROW-IDX)
               PERFORM PARSE-RAW-ROW
               MOVE UCR-COUNTRY-CODE TO WS-ROW-CODE(WS-ROW-IDX)
               MOVE UCR-TIMESTAMP(1:10) TO WS-ROW-DATE(WS-ROW-IDX)
            END-IF.

      ****  // APPROVED AND REJECTED ROWS ARE NOT CARRIED FORWARD,
      ****  // SO A LATER SESSION ON THE SAME QUAROUT WOULD OFFER THEM
      ****  // AGAIN - AN APPROVED ROW WOULD REACH QUARIN TWICE. THE
      ****  // AUDIT TRAIL HOLDS EVERY DECISION: READ IT BACK, DROP
      ****  // ANY ROW IT SHOWS AS APPROVED OR REJECTED, THEN REOPEN
      ****  // IT TO TAKE THIS SESSION'S DECISIONS.
       DROP-DECIDED-ROWS.
            CLOSE QRAUDIT
            MOVE 'N' TO WS-AUDIT-OPEN
            MOVE 'N' TO WS-QRAUDIT-EOF

            OPEN INPUT QRAUDIT
            IF WS-QRAUDIT-STATUS = '00'
               PERFORM READ-REVIEW-AUDIT
               PERFORM MATCH-ONE-DECISION
                  UNTIL QRAUDIT-AT-END
               CLOSE QRAUDIT
            END-IF

            MOVE ZERO TO WS-ROW-KEEP-IDX
            PERFORM KEEP-ONE-UNDECIDED-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
            MOVE WS-ROW-KEEP-IDX TO WS-ROW-COUNT

      ****  // THE FILE OPENED A MOMENT AGO - SHOULD IT NOT REOPEN,
      ****  // NO DECISION CAN BE TAKEN, SO EVERY ROW GOES FORWARD
      ****  // TO QUARHNEW UNREVIEWED
            OPEN EXTEND QRAUDIT
            IF WS-QRAUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
            ELSE
               DISPLAY WS-ASTER
               DISPLAY '*** CBLQREV - QRAUDIT COULD NOT BE REOPENED. '
                  'ROWS PASSED TO QUARHNEW UNREVIEWED. STATUS: '
                  WS-QRAUDIT-STATUS
               DISPLAY WS-ASTER
               MOVE 'Y' TO WS-DIALOG-DONE
               MOVE 'Y' TO WS-DIALOG-ERROR
            END-IF.

       READ-REVIEW-AUDIT.
            READ QRAUDIT
            AT END MOVE 'Y' TO WS-QRAUDIT-EOF
            END-READ.

       MATCH-ONE-DECISION.
            IF RV-DECISION = 'A' OR RV-DECISION = 'R'
               PERFORM MARK-DECIDED-ROW
                  VARYING WS-ROW-SEEK-IDX FROM 1 BY 1
                  UNTIL WS-ROW-SEEK-IDX > WS-ROW-COUNT
            END-IF
            PERFORM READ-REVIEW-AUDIT.

       MARK-DECIDED-ROW.
            MOVE WS-ROW-IMAGE(WS-ROW-SEEK-IDX) TO QUARANTINE-RECORD
            IF QA-REC-NUMBER = RV-REC-NUMBER
               AND QA-REASON = RV-REASON
               AND QA-TRIP-VALUE = RV-TRIP-VALUE
               AND QA-AVG-VALUE = RV-AVG-VALUE
               AND QA-RAW-DATA = RV-RAW-DATA
               MOVE 'D' TO WS-ROW-DECISION(WS-ROW-SEEK-IDX)
            END-IF.

       KEEP-ONE-UNDECIDED-ROW.
            IF ROW-DECIDED-EARLIER(WS-ROW-IDX)
               ADD 1 TO WS-DECIDED-COUNT
            ELSE
               ADD 1 TO WS-ROW-KEEP-IDX
               IF WS-ROW-KEEP-IDX < WS-ROW-IDX
                  MOVE WS-ROW-ENTRY(WS-ROW-IDX)
                     TO WS-ROW-ENTRY(WS-ROW-KEEP-IDX)
               END-IF
            END-IF.

       PARSE-RAW-ROW.
            MOVE QA-RAW-DATA TO WS-CSV-SOURCE
            PERFORM PREPARE-CSV-RECORD
            MOVE SPACES TO UCR-COUNTRY-CODE
            MOVE SPACES TO UCR-TIMESTAMP

      ****  // A PROVINCE ROW CARRIES AN 11TH FIELD BETWEEN THE SLUG
      ****  // AND THE FIGURES - COUNT THE REAL DELIMITERS (QUOTED
      ****  // ONES ARE ALREADY MASKED) AND PARSE THE MATCHING SHAPE
            MOVE ZERO TO WS-COMMA-COUNT
            INSPECT WS-CSV-CLEANED
               TALLYING WS-COMMA-COUNT FOR ALL ','
            MOVE SPACES TO UCR-PROVINCE

            IF WS-COMMA-COUNT = 10
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO UCR-COUNTRY
                       UCR-COUNTRY-CODE
                       UCR-SLUG
                       UCR-PROVINCE
                       UCR-NEW-CNFRM
                       UCR-TOT-CNFRM
                       UCR-NEW-DEATH
                       UCR-TOT-DEATH
                       UCR-NEW-RECVR
                       UCR-TOT-RECVR
                       UCR-TIMESTAMP
               END-UNSTRING
            ELSE
               UNSTRING WS-CSV-CLEANED DELIMITED BY ','
                  INTO UCR-COUNTRY
                       UCR-COUNTRY-CODE
                       UCR-SLUG
                       UCR-NEW-CNFRM
                       UCR-TOT-CNFRM
                       UCR-NEW-DEATH
                       UCR-TOT-DEATH
                       UCR-NEW-RECVR
                       UCR-TOT-RECVR
                       UCR-TIMESTAMP
               END-UNSTRING
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

       DEFINE-PANEL-VARIABLES.
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVCMD
               QRVCMD ISPF-CHAR-FORMAT LEN-CMD
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVMSG
               QRVMSG ISPF-CHAR-FORMAT LEN-MSG
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVNO
               QRVNO ISPF-CHAR-FORMAT LEN-COUNT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVNA
               QRVNA ISPF-CHAR-FORMAT LEN-COUNT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVNR
               QRVNR ISPF-CHAR-FORMAT LEN-COUNT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVNH
               QRVNH ISPF-CHAR-FORMAT LEN-COUNT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVNU
               QRVNU ISPF-CHAR-FORMAT LEN-COUNT
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM1
               QRVM1 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM2
               QRVM2 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM3
               QRVM3 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM4
               QRVM4 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM5
               QRVM5 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVM6
               QRVM6 ISPF-CHAR-FORMAT LEN-MARK
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW1
               QRVROW1 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW2
               QRVROW2 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW3
               QRVROW3 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW4
               QRVROW4 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW5
               QRVROW5 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVROW6
               QRVROW6 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST1
               QRVHST1 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST2
               QRVHST2 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST3
               QRVHST3 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST4
               QRVHST4 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST5
               QRVHST5 ISPF-CHAR-FORMAT LEN-ROW
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-QRVHST6
               QRVHST6 ISPF-CHAR-FORMAT LEN-ROW.

      ****  // THE AUDIT TRAIL NAMES WHO MADE THE DECISION - LIFT
      ****  // THE ISPF USERID ONCE AT SESSION START
       GET-ISPF-USERID.
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-ZUSER
               WS-ISPF-USERID ISPF-CHAR-FORMAT LEN-USER
            CALL 'ISPLINK' USING ISPF-VGET VN-ZUSER
            MOVE ZERO TO RETURN-CODE

            IF WS-ISPF-USERID = SPACES
               MOVE 'UNKNOWN' TO WS-ISPF-USERID
            END-IF.

       RUN-REVIEW-DIALOG.
            CALL 'ISPLINK' USING ISPF-DISPLAY ISPF-PANEL-NAME
            MOVE RETURN-CODE TO WS-ISPF-RC
            MOVE ZERO TO RETURN-CODE

      ****  // RC 8 FROM DISPLAY MEANS END OR RETURN - KEEP THE MARKS
      ****  // ON THE LAST PAGE AND LEAVE THE DIALOG. ANYTHING HIGHER
      ****  // IS AN ISPF ERROR (PANEL NOT IN ISPPLIB GIVES 12,
      ****  // SEVERE ERROR 20) AND MUST NOT LOOK LIKE A NORMAL END.
            EVALUATE TRUE
               WHEN WS-ISPF-RC > 8
                  MOVE 'Y' TO WS-DIALOG-DONE
                  MOVE 'Y' TO WS-DIALOG-ERROR
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLQREV - ISPF DISPLAY SERVICE '
                     'FAILED FOR PANEL QUARREVP. SERVICE RC: '
                     WS-ISPF-RC
                  DISPLAY WS-ASTER
               WHEN WS-ISPF-RC = 8
                  PERFORM APPLY-PAGE-MARKS
                  MOVE 'Y' TO WS-DIALOG-DONE
               WHEN OTHER
                  PERFORM PROCESS-REVIEW-ACTION
            END-EVALUATE.

       PROCESS-REVIEW-ACTION.
            MOVE SPACES TO QRVMSG
            PERFORM APPLY-PAGE-MARKS

            IF MARKS-ARE-VALID
               EVALUATE QRVCMD
                  WHEN 'F'
                     PERFORM PAGE-FORWARD
                  WHEN 'B'
                     PERFORM PAGE-BACK
                  WHEN SPACE
                     CONTINUE
                  WHEN OTHER
                     MOVE 'COMMAND MUST BE F OR B' TO QRVMSG
               END-EVALUATE
            ELSE
               MOVE 'MARK MUST BE A, R OR H' TO QRVMSG
            END-IF

            MOVE SPACE TO QRVCMD
            PERFORM COUNT-DECISIONS
            PERFORM BUILD-REVIEW-PAGE.

      ****  // THE MARK FIELDS ALWAYS SHOW THE ROW'S CURRENT DECISION,
      ****  // SO WHATEVER IS ON THE SCREEN IS THE DECISION - A MARK
      ****  // BLANKED OUT RETURNS THE ROW TO UNMARKED
       APPLY-PAGE-MARKS.
            MOVE 'Y' TO WS-MARK-VALID

            PERFORM APPLY-ONE-PAGE-MARK
               VARYING WS-PAGE-LINE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-LINE-IDX > 6.

       APPLY-ONE-PAGE-MARK.
            COMPUTE WS-ROW-IDX = WS-PAGE-TOP + WS-PAGE-LINE-IDX - 1

            IF WS-ROW-IDX NOT > WS-ROW-COUNT
               EVALUATE WS-PAGE-MARK(WS-PAGE-LINE-IDX)
                  WHEN 'A'
                  WHEN 'R'
                  WHEN 'H'
                  WHEN SPACE
                     MOVE WS-PAGE-MARK(WS-PAGE-LINE-IDX)
                        TO WS-ROW-DECISION(WS-ROW-IDX)
                  WHEN OTHER
                     MOVE 'N' TO WS-MARK-VALID
               END-EVALUATE
            END-IF.

       PAGE-FORWARD.
            IF WS-PAGE-TOP + 6 > WS-ROW-COUNT
               MOVE 'ALREADY AT THE LAST PAGE' TO QRVMSG
            ELSE
               ADD 6 TO WS-PAGE-TOP
            END-IF.

       PAGE-BACK.
            IF WS-PAGE-TOP = 1
               MOVE 'ALREADY AT THE FIRST PAGE' TO QRVMSG
            ELSE
               SUBTRACT 6 FROM WS-PAGE-TOP
            END-IF.

       COUNT-DECISIONS.
            MOVE ZERO TO WS-APPROVE-COUNT
            MOVE ZERO TO WS-REJECT-COUNT
            MOVE ZERO TO WS-HOLD-COUNT
            MOVE ZERO TO WS-UNMARKED-COUNT

            PERFORM COUNT-ONE-DECISION
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT

            MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO QRVNO
            MOVE WS-APPROVE-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO QRVNA
            MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO QRVNR
            MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO QRVNH
            MOVE WS-UNMARKED-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO QRVNU.

       COUNT-ONE-DECISION.
            EVALUATE TRUE
               WHEN ROW-APPROVED(WS-ROW-IDX)
                  ADD 1 TO WS-APPROVE-COUNT
               WHEN ROW-REJECTED(WS-ROW-IDX)
                  ADD 1 TO WS-REJECT-COUNT
               WHEN ROW-HELD(WS-ROW-IDX)
                  ADD 1 TO WS-HOLD-COUNT
               WHEN OTHER
                  ADD 1 TO WS-UNMARKED-COUNT
            END-EVALUATE.

       BUILD-REVIEW-PAGE.
            MOVE SPACES TO PANEL-MARK-VARIABLES
            MOVE SPACES TO PANEL-ROW-VARIABLES
            MOVE SPACES TO PANEL-HISTORY-VARIABLES

            PERFORM BUILD-ONE-PAGE-LINE
               VARYING WS-PAGE-LINE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-LINE-IDX > 6.

       BUILD-ONE-PAGE-LINE.
            COMPUTE WS-ROW-IDX = WS-PAGE-TOP + WS-PAGE-LINE-IDX - 1

            IF WS-ROW-IDX NOT > WS-ROW-COUNT
               MOVE WS-ROW-DECISION(WS-ROW-IDX)
                  TO WS-PAGE-MARK(WS-PAGE-LINE-IDX)
               PERFORM BUILD-ROW-TEXT
               PERFORM BUILD-HISTORY-TEXT
            END-IF.

       BUILD-ROW-TEXT.
            MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO QUARANTINE-RECORD
            MOVE QA-TRIP-VALUE TO WS-TRIP-DISPLAY
            MOVE QA-AVG-VALUE  TO WS-AVG-DISPLAY
            MOVE WS-ROW-CARRIED(WS-ROW-IDX) TO WS-CARRIED-FLAG

            STRING WS-ROW-CODE(WS-ROW-IDX)
                   '  '
                   WS-ROW-DATE(WS-ROW-IDX)
                   '  '
                   QA-REASON
                   '  '
                   WS-TRIP-DISPLAY
                   '  '
                   WS-AVG-DISPLAY
                   '  '
                   WS-CARRIED-FLAG
               DELIMITED BY SIZE
               INTO WS-PAGE-ROW(WS-PAGE-LINE-IDX)
            END-STRING.

       BUILD-HISTORY-TEXT.
            IF NOT HISTORY-AVAILABLE
               MOVE 'COVHIST NOT ALLOCATED - NO POSTINGS SHOWN'
                  TO WS-PAGE-HIST(WS-PAGE-LINE-IDX)
            ELSE
               PERFORM READ-ROW-HISTORY
               IF WS-LAST3-COUNT = ZERO
                  MOVE 'NO EARLIER POSTINGS ON COVHIST'
                     TO WS-PAGE-HIST(WS-PAGE-LINE-IDX)
               ELSE
                  MOVE 1 TO WS-HIST-PTR
                  PERFORM STRING-ONE-POSTING
                     VARYING WS-LAST3-IDX FROM 1 BY 1
                     UNTIL WS-LAST3-IDX > WS-LAST3-COUNT
               END-IF
            END-IF.

       STRING-ONE-POSTING.
            MOVE WS-LAST3-DATE(WS-LAST3-IDX)(6:5) TO WPT-MONTH-DAY
            MOVE WS-LAST3-NEW-CNFRM(WS-LAST3-IDX) TO WPT-NEW-CNFRM
            MOVE WS-LAST3-NEW-DEATH(WS-LAST3-IDX) TO WPT-NEW-DEATH

            STRING WS-POSTING-TEXT
                   '  '
               DELIMITED BY SIZE
               INTO WS-PAGE-HIST(WS-PAGE-LINE-IDX)
               WITH POINTER WS-HIST-PTR
            END-STRING.

      ****  // POSITION AT THE FIRST POSTING FOR THE CODE AND ROLL
      ****  // FORWARD TO THE ROW'S OWN DATE - THE QUARANTINED ROW
      ****  // NEVER POSTED, SO WHAT CAME BEFORE IT IS THE CONTEXT
       READ-ROW-HISTORY.
            MOVE ZERO TO WS-LAST3-COUNT
            MOVE 'N' TO WS-HIST-EOF
            MOVE WS-ROW-CODE(WS-ROW-IDX) TO WS-SEEK-CODE
            MOVE WS-ROW-DATE(WS-ROW-IDX) TO WS-SEEK-DATE
            MOVE WS-SEEK-CODE TO HIST-COUNTRY-CODE
            MOVE LOW-VALUES TO HIST-REPORT-DATE

            START COVHIST KEY NOT < HIST-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HIST-EOF
            END-START

            IF NOT HIST-AT-END
               PERFORM READ-NEXT-HISTORY
               PERFORM ROLL-ONE-HISTORY
                  UNTIL HIST-AT-END
            END-IF.

       READ-NEXT-HISTORY.
            READ COVHIST NEXT RECORD
            AT END MOVE 'Y' TO WS-HIST-EOF
            END-READ

            IF NOT HIST-AT-END
               IF HIST-COUNTRY-CODE NOT = WS-SEEK-CODE
                  OR HIST-REPORT-DATE NOT < WS-SEEK-DATE
                  MOVE 'Y' TO WS-HIST-EOF
               END-IF
            END-IF.

       ROLL-ONE-HISTORY.
            IF WS-LAST3-COUNT < 3
               ADD 1 TO WS-LAST3-COUNT
            ELSE
               PERFORM SHIFT-ONE-LAST3-ENTRY
                  VARYING WS-LAST3-IDX FROM 1 BY 1
                  UNTIL WS-LAST3-IDX > 2
            END-IF

            MOVE HIST-REPORT-DATE
               TO WS-LAST3-DATE(WS-LAST3-COUNT)
            MOVE HIST-NEW-CNFRM
               TO WS-LAST3-NEW-CNFRM(WS-LAST3-COUNT)
            MOVE HIST-NEW-DEATH
               TO WS-LAST3-NEW-DEATH(WS-LAST3-COUNT)

            PERFORM READ-NEXT-HISTORY.

       SHIFT-ONE-LAST3-ENTRY.
            MOVE WS-LAST3-ENTRY(WS-LAST3-IDX + 1)
               TO WS-LAST3-ENTRY(WS-LAST3-IDX).

      ****  // APPROVED ROWS BECOME THE RELEASE RUN'S QUARIN, HELD
      ****  // AND UNMARKED ROWS GO FORWARD TO THE NEXT SESSION AND
      ****  // REJECTED ROWS ARE DROPPED. EVERY DECISION IS AUDITED -
      ****  // A ROW LEFT UNMARKED HAS NO DECISION TO RECORD.
       WRITE-REVIEW-OUTPUTS.
            OPEN OUTPUT QUARIN

            PERFORM COUNT-DECISIONS
            PERFORM WRITE-ONE-REVIEW-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT

            CLOSE QUARIN.

       WRITE-ONE-REVIEW-ROW.
            EVALUATE TRUE
               WHEN ROW-APPROVED(WS-ROW-IDX)
                  WRITE APPROVED-QUARANTINE-RECORD
                     FROM WS-ROW-IMAGE(WS-ROW-IDX)
               WHEN ROW-REJECTED(WS-ROW-IDX)
                  CONTINUE
               WHEN OTHER
                  WRITE NEW-HELD-QUARANTINE-RECORD
                     FROM WS-ROW-IMAGE(WS-ROW-IDX)
            END-EVALUATE

            IF NOT ROW-UNMARKED(WS-ROW-IDX)
               PERFORM WRITE-REVIEW-AUDIT
            END-IF.

       WRITE-REVIEW-AUDIT.
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-AUDIT-TIME FROM TIME

            MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO QUARANTINE-RECORD

            MOVE SPACES TO REVIEW-AUDIT-RECORD
            MOVE WS-ISPF-USERID      TO RV-USERID
            MOVE WS-AUDIT-DATE       TO RV-DECISION-DATE
            MOVE WS-AUDIT-TIME(1:6)  TO RV-DECISION-TIME
            MOVE WS-ROW-DECISION(WS-ROW-IDX) TO RV-DECISION
            MOVE WS-ROW-CODE(WS-ROW-IDX)     TO RV-COUNTRY-CODE
            MOVE WS-ROW-DATE(WS-ROW-IDX)     TO RV-REPORT-DATE
            MOVE QA-REC-NUMBER       TO RV-REC-NUMBER
            MOVE QA-REASON           TO RV-REASON
            MOVE QA-TRIP-VALUE       TO RV-TRIP-VALUE
            MOVE QA-AVG-VALUE        TO RV-AVG-VALUE
            MOVE QA-RAW-DATA         TO RV-RAW-DATA
            WRITE REVIEW-AUDIT-RECORD

            ADD 1 TO WS-AUDIT-COUNT.
