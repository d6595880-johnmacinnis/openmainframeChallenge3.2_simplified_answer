      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * Publication sign-off dialog for the nightly CBLCOVID run.
      * ISPF dialog program driving the PUBSIGNP panel: it shows the
      * supervisor a feed date on the PUBCTL publication-control
      * file - its status, the run's severity, the disposition counts
      * and the grand totals - together with the first restatements
      * on CORRLIST and the first watchlist alerts on ALRTOUT for
      * that date, each with a count of how many there are in all.
      * The oldest PENDING feed date is shown first (the latest date
      * when none is pending), since a catch-up run leaves several;
      * typing another date in the feed-date field shows that date
      * instead. The supervisor enters R to
      * release the feed date or W to withhold it (a note saying
      * why is required to withhold). The decision, the ISPF userid
      * and the time are recorded on the PUBCTL record, where the
      * CBLPGATE release gate reads them, and every decision is also
      * appended to the PUBAUDIT sign-off audit. A feed date whose
      * transfer controls failed cannot be released, and a decision
      * is refused if the run was redone while the panel was up.
      * Invoke under ISPF with the panel library containing
      * PUBSIGNP allocated to ISPPLIB. CORRLIST and ALRTOUT are
      * optional - without them the listing lines say so.
      *-----------------------
       PROGRAM-ID.    CBLPSIGN.
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

             SELECT CORRLIST ASSIGN TO CORRLIST
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CORRLIST-STATUS.

             SELECT ALRTOUT ASSIGN TO ALRTOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-ALRTOUT-STATUS.

             SELECT PUBAUDIT ASSIGN TO PUBAUDIT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PUBAUDIT-STATUS.

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
               88  PC-CONTROLS-FAILED  VALUE 'Y'.
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

       FD  CORRLIST RECORDING MODE F.
       01  CORR-LINE               PIC X(133).

       FD  ALRTOUT RECORDING MODE F.
       01  ALERT-LINE              PIC X(133).

      ****  // WHO SIGNED WHICH FEED DATE OFF, AND HOW - THE FILE
      ****  // ACCUMULATES ACROSS SESSIONS LIKE THE QRAUDIT TRAIL
       FD  PUBAUDIT RECORDING MODE F.
       01  SIGNOFF-AUDIT-RECORD.
           05  SA-USERID           PIC X(8).
           05  SA-DECISION-DATE    PIC X(8).
           05  SA-DECISION-TIME    PIC X(6).
           05  SA-FEED-DATE        PIC X(10).
           05  SA-OLD-STATUS       PIC X(8).
           05  SA-NEW-STATUS       PIC X(8).
           05  SA-RUN-DATE         PIC X(8).
           05  SA-RUN-TIME         PIC X(6).
           05  SA-NOTE             PIC X(30).
           05  FILLER              PIC X(8).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-PUBCTL-STATUS        PIC XX VALUE '00'.

       01  WS-CORRLIST-STATUS      PIC XX VALUE '00'.

       01  WS-ALRTOUT-STATUS       PIC XX VALUE '00'.

       01  WS-PUBAUDIT-STATUS      PIC XX VALUE '00'.

       01  WS-PUBCTL-EOF           PIC X VALUE 'N'.
           88  PUBCTL-AT-END           VALUE 'Y'.

       01  WS-LIST-EOF             PIC X VALUE 'N'.
           88  LIST-AT-END             VALUE 'Y'.

       01  WS-SIGNOFF-CONTROLS.
           05  WS-SIGN-FEED-DATE    PIC X(10) VALUE SPACES.
           05  WS-LATEST-FEED-DATE  PIC X(10) VALUE SPACES.
           05  WS-PENDING-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-SHOWN-RUN-DATE    PIC X(8) VALUE SPACES.
           05  WS-SHOWN-RUN-TIME    PIC X(6) VALUE SPACES.
           05  WS-OLD-STATUS        PIC X(8) VALUE SPACES.
           05  WS-NEW-STATUS        PIC X(8) VALUE SPACES.
           05  WS-DECISION-COUNT    PIC 9(3) VALUE ZERO.

      ****  // THE FIRST FOUR DETAIL LINES OF EACH LISTING FOR THE
      ****  // FEED DATE SHOWN, AND HOW MANY THERE ARE IN ALL. A
      ****  // DETAIL LINE CARRIES ITS DATE IN COLUMNS 7-16 - AFTER A
      ****  // CATCH-UP RUN THE LISTINGS HOLD EVERY DATE'S LINES.
       01  WS-LISTING-ITEMS.
           05  WS-CORR-AVAILABLE    PIC X VALUE 'N'.
               88  CORRLIST-AVAILABLE   VALUE 'Y'.
           05  WS-ALRT-AVAILABLE    PIC X VALUE 'N'.
               88  ALRTOUT-AVAILABLE    VALUE 'Y'.
           05  WS-CORR-ITEM-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ALRT-ITEM-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ITEM-IDX          PIC 9(1) VALUE ZERO.

       01  WS-DIALOG-CONTROLS.
           05  WS-ISPF-RC           PIC S9(8) COMP VALUE ZERO.
           05  WS-DIALOG-DONE       PIC X VALUE 'N'.
               88  DIALOG-IS-DONE       VALUE 'Y'.
           05  WS-DIALOG-ERROR      PIC X VALUE 'N'.
               88  DIALOG-SEVERE-ERROR  VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-DATE        PIC 9(8).
           05  WS-AUDIT-TIME        PIC 9(8).

      ****  // SUMMARY LINES AS THEY APPEAR ON THE PANEL
       01  SUMMARY-LINE-1.
           05  FILLER               PIC X(10) VALUE 'FEED DATE '.
           05  SL1-FEED-DATE        PIC X(10).
           05  FILLER               PIC X(10) VALUE '   STATUS '.
           05  SL1-STATUS           PIC X(8).
           05  FILLER               PIC X(7)  VALUE '   RUN '.
           05  SL1-RUN-DATE         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  SL1-RUN-TIME         PIC X(6).
           05  FILLER               PIC X(12) VALUE '   SEVERITY '.
           05  SL1-SEVERITY         PIC Z9.

       01  SUMMARY-COUNT-LINE.
           05  SCL-LABEL-1          PIC X(13).
           05  SCL-COUNT-1          PIC Z,ZZZ,ZZ9.
           05  SCL-LABEL-2          PIC X(15).
           05  SCL-COUNT-2          PIC Z,ZZZ,ZZ9.
           05  SCL-LABEL-3          PIC X(14).
           05  SCL-COUNT-3          PIC Z,ZZZ,ZZ9.

       01  SUMMARY-TOTAL-LINE.
           05  STL-LABEL            PIC X(15).
           05  FILLER               PIC X(4)  VALUE 'NEW '.
           05  STL-NEW              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE '     TOTAL '.
           05  STL-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.

       01  SUMMARY-DECISION-LINE.
           05  FILLER               PIC X(11) VALUE 'DECIDED BY '.
           05  SDL-USERID           PIC X(8).
           05  FILLER               PIC X(4)  VALUE ' ON '.
           05  SDL-DATE             PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  SDL-TIME             PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  SDL-NOTE             PIC X(30).

       01  LISTING-HEAD-LINE.
           05  LHL-TITLE            PIC X(30).
           05  LHL-COUNT            PIC ZZ,ZZ9.
           05  LHL-TEXT             PIC X(38).

      ****  // ISPF SERVICE NAMES AND VDEFINE ARGUMENTS
       01  ISPF-SERVICE-LITERALS.
           05  ISPF-VDEFINE        PIC X(8) VALUE 'VDEFINE '.
           05  ISPF-VDELETE        PIC X(8) VALUE 'VDELETE '.
           05  ISPF-DISPLAY        PIC X(8) VALUE 'DISPLAY '.
           05  ISPF-VGET           PIC X(8) VALUE 'VGET    '.
           05  ISPF-CHAR-FORMAT    PIC X(8) VALUE 'CHAR    '.
           05  ISPF-PANEL-NAME     PIC X(8) VALUE 'PUBSIGNP'.
           05  ISPF-ALL-VARS       PIC X(2) VALUE '* '.

       01  ISPF-VARIABLE-NAMES.
           05  VN-PSGDATE          PIC X(9)  VALUE '(PSGDATE)'.
           05  VN-PSGDEC           PIC X(8)  VALUE '(PSGDEC)'.
           05  VN-PSGNOTE          PIC X(9)  VALUE '(PSGNOTE)'.
           05  VN-PSGMSG           PIC X(8)  VALUE '(PSGMSG)'.
           05  VN-PSGSUM1          PIC X(9)  VALUE '(PSGSUM1)'.
           05  VN-PSGSUM2          PIC X(9)  VALUE '(PSGSUM2)'.
           05  VN-PSGSUM3          PIC X(9)  VALUE '(PSGSUM3)'.
           05  VN-PSGSUM4          PIC X(9)  VALUE '(PSGSUM4)'.
           05  VN-PSGSUM5          PIC X(9)  VALUE '(PSGSUM5)'.
           05  VN-PSGSUM6          PIC X(9)  VALUE '(PSGSUM6)'.
           05  VN-PSGSUM7          PIC X(9)  VALUE '(PSGSUM7)'.
           05  VN-PSGSUM8          PIC X(9)  VALUE '(PSGSUM8)'.
           05  VN-PSGCRH           PIC X(8)  VALUE '(PSGCRH)'.
           05  VN-PSGCR1           PIC X(8)  VALUE '(PSGCR1)'.
           05  VN-PSGCR2           PIC X(8)  VALUE '(PSGCR2)'.
           05  VN-PSGCR3           PIC X(8)  VALUE '(PSGCR3)'.
           05  VN-PSGCR4           PIC X(8)  VALUE '(PSGCR4)'.
           05  VN-PSGALH           PIC X(8)  VALUE '(PSGALH)'.
           05  VN-PSGAL1           PIC X(8)  VALUE '(PSGAL1)'.
           05  VN-PSGAL2           PIC X(8)  VALUE '(PSGAL2)'.
           05  VN-PSGAL3           PIC X(8)  VALUE '(PSGAL3)'.
           05  VN-PSGAL4           PIC X(8)  VALUE '(PSGAL4)'.
           05  VN-ZUSER            PIC X(8)  VALUE '(ZUSER)'.

       01  ISPF-FIELD-LENGTHS.
           05  LEN-DATE            PIC 9(8) COMP VALUE 10.
           05  LEN-DEC             PIC 9(8) COMP VALUE 1.
           05  LEN-NOTE            PIC 9(8) COMP VALUE 30.
           05  LEN-MSG             PIC 9(8) COMP VALUE 40.
           05  LEN-LINE            PIC 9(8) COMP VALUE 74.
           05  LEN-USER            PIC 9(8) COMP VALUE 8.

      ****  // PANEL VARIABLES - NAMES MATCH THE PUBSIGNP PANEL BODY
       01  PANEL-VARIABLES.
           05  PSGDATE             PIC X(10) VALUE SPACES.
           05  PSGDEC              PIC X(1) VALUE SPACES.
           05  PSGNOTE             PIC X(30) VALUE SPACES.
           05  PSGMSG              PIC X(40) VALUE SPACES.
           05  PSGCRH              PIC X(74) VALUE SPACES.
           05  PSGALH              PIC X(74) VALUE SPACES.

       01  PANEL-SUMMARY-VARIABLES.
           05  PSGSUM1             PIC X(74) VALUE SPACES.
           05  PSGSUM2             PIC X(74) VALUE SPACES.
           05  PSGSUM3             PIC X(74) VALUE SPACES.
           05  PSGSUM4             PIC X(74) VALUE SPACES.
           05  PSGSUM5             PIC X(74) VALUE SPACES.
           05  PSGSUM6             PIC X(74) VALUE SPACES.
           05  PSGSUM7             PIC X(74) VALUE SPACES.
           05  PSGSUM8             PIC X(74) VALUE SPACES.

       01  PANEL-CORR-VARIABLES.
           05  PSGCR1              PIC X(74) VALUE SPACES.
           05  PSGCR2              PIC X(74) VALUE SPACES.
           05  PSGCR3              PIC X(74) VALUE SPACES.
           05  PSGCR4              PIC X(74) VALUE SPACES.
       01  PANEL-CORR-TABLE REDEFINES PANEL-CORR-VARIABLES.
           05  WS-CORR-ITEM OCCURS 4 TIMES PIC X(74).

       01  PANEL-ALERT-VARIABLES.
           05  PSGAL1              PIC X(74) VALUE SPACES.
           05  PSGAL2              PIC X(74) VALUE SPACES.
           05  PSGAL3              PIC X(74) VALUE SPACES.
           05  PSGAL4              PIC X(74) VALUE SPACES.
       01  PANEL-ALERT-TABLE REDEFINES PANEL-ALERT-VARIABLES.
           05  WS-ALRT-ITEM OCCURS 4 TIMES PIC X(74).

       01  WS-ISPF-USERID          PIC X(8) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
            OPEN I-O PUBCTL.
            IF WS-PUBCTL-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLPSIGN - PUBCTL COULD NOT BE OPENED. '
                  'STATUS: ' WS-PUBCTL-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM FIND-SIGNOFF-FEED-DATE.
            IF WS-SIGN-FEED-DATE = SPACES
               DISPLAY WS-ASTER
               DISPLAY '*** CBLPSIGN - PUBCTL HOLDS NO FEED DATE TO '
                  'SIGN OFF.'
               DISPLAY WS-ASTER
               CLOSE PUBCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM OPEN-SIGNOFF-AUDIT.
            PERFORM SHOW-SIGNOFF-DATE.

            PERFORM DEFINE-PANEL-VARIABLES.
            PERFORM GET-ISPF-USERID.
            PERFORM BUILD-SUMMARY-LINES.
            IF WS-PENDING-COUNT > 1
               MOVE 'SEVERAL DATES PENDING - OLDEST SHOWN' TO PSGMSG
            ELSE
               MOVE 'R RELEASES, W WITHHOLDS WITH A NOTE' TO PSGMSG
            END-IF.

            PERFORM RUN-SIGNOFF-DIALOG
               UNTIL DIALOG-IS-DONE.

            CALL 'ISPLINK' USING ISPF-VDELETE ISPF-ALL-VARS.

            CLOSE PUBCTL.
            CLOSE PUBAUDIT.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLPSIGN COMPLETE - FEED DATE ' WS-SIGN-FEED-DATE
               ' STATUS ' PC-STATUS.
            DISPLAY 'DECISIONS RECORDED:   ' WS-DECISION-COUNT.
            DISPLAY WS-ASTER.

      ****  // SET AFTER THE VDELETE CALL, WHICH WOULD OTHERWISE
      ****  // CLOBBER THE RETURN CODE WITH ITS OWN SERVICE RC
            IF DIALOG-SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
            END-IF

            GOBACK.

      ****  // THE AUDIT TRAIL ACCUMULATES ACROSS SESSIONS - EXTEND
      ****  // IT AND ONLY LOAD FRESH THE VERY FIRST TIME
       OPEN-SIGNOFF-AUDIT.
            OPEN EXTEND PUBAUDIT
            IF WS-PUBAUDIT-STATUS NOT = '00'
               OPEN OUTPUT PUBAUDIT
            END-IF
            IF WS-PUBAUDIT-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLPSIGN - PUBAUDIT COULD NOT BE OPENED. '
                  'NO SIGN-OFF WITHOUT AN AUDIT TRAIL. STATUS: '
                  WS-PUBAUDIT-STATUS
               DISPLAY WS-ASTER
               CLOSE PUBCTL
               MOVE 12 TO RETURN-CODE
               GOBACK
            END-IF.

      ****  // THE FILE IS KEYED ON THE FEED DATE, SO THE FIRST
      ****  // PENDING RECORD IN KEY ORDER IS THE OLDEST DATE STILL
      ****  // WAITING AND THE LAST RECORD IS THE NIGHT'S RUN. A
      ****  // CATCH-UP RUN LEAVES SEVERAL PENDING - TAKE THEM IN
      ****  // DATE ORDER.
       FIND-SIGNOFF-FEED-DATE.
            MOVE LOW-VALUES TO PC-FEED-DATE

            START PUBCTL KEY NOT < PC-FEED-DATE
               INVALID KEY
                  MOVE 'Y' TO WS-PUBCTL-EOF
            END-START

            PERFORM READ-NEXT-CONTROL-RECORD
               UNTIL PUBCTL-AT-END

            IF WS-SIGN-FEED-DATE = SPACES
               MOVE WS-LATEST-FEED-DATE TO WS-SIGN-FEED-DATE
            END-IF.

       READ-NEXT-CONTROL-RECORD.
            READ PUBCTL NEXT RECORD
            AT END MOVE 'Y' TO WS-PUBCTL-EOF
            END-READ

            IF NOT PUBCTL-AT-END
               MOVE PC-FEED-DATE TO WS-LATEST-FEED-DATE
               IF PC-PENDING
                  ADD 1 TO WS-PENDING-COUNT
                  IF WS-SIGN-FEED-DATE = SPACES
                     MOVE PC-FEED-DATE TO WS-SIGN-FEED-DATE
                  END-IF
               END-IF
            END-IF.

      ****  // THE RUN STAMP SHOWN IS KEPT SO A DECISION CAN BE
      ****  // REFUSED IF THE RUN IS REDONE WHILE THE PANEL IS UP
       SHOW-SIGNOFF-DATE.
            PERFORM READ-CONTROL-RECORD
            MOVE PC-RUN-DATE TO WS-SHOWN-RUN-DATE
            MOVE PC-RUN-TIME TO WS-SHOWN-RUN-TIME
            MOVE WS-SIGN-FEED-DATE TO PSGDATE
            PERFORM LOAD-CORRLIST-ITEMS
            PERFORM LOAD-ALRTOUT-ITEMS.

       READ-CONTROL-RECORD.
            MOVE WS-SIGN-FEED-DATE TO PC-FEED-DATE
            READ PUBCTL
               INVALID KEY
                  MOVE 'FEED DATE NO LONGER ON PUBCTL' TO PSGMSG
            END-READ.

      ****  // THE LISTINGS ARE OPTIONAL - A NIGHT WITH NOTHING ON
      ****  // THEM STILL HAS THE COUNTS ON THE CONTROL RECORD
       LOAD-CORRLIST-ITEMS.
            MOVE SPACES TO PANEL-CORR-VARIABLES
            MOVE ZERO TO WS-CORR-ITEM-COUNT
            OPEN INPUT CORRLIST

            IF WS-CORRLIST-STATUS = '00'
               MOVE 'Y' TO WS-CORR-AVAILABLE
               MOVE 'N' TO WS-LIST-EOF
               PERFORM READ-CORRLIST-LINE
               PERFORM TAKE-ONE-CORRLIST-LINE
                  UNTIL LIST-AT-END
               CLOSE CORRLIST
            END-IF

            MOVE SPACES TO LISTING-HEAD-LINE
            MOVE 'RESTATEMENTS ON CORRLIST:' TO LHL-TITLE
            IF CORRLIST-AVAILABLE
               MOVE WS-CORR-ITEM-COUNT TO LHL-COUNT
               IF WS-CORR-ITEM-COUNT > 4
                  MOVE '  - THE FIRST FOUR ARE SHOWN' TO LHL-TEXT
               END-IF
            ELSE
               MOVE 'RESTATEMENTS - CORRLIST NOT ALLOCATED'
                  TO LISTING-HEAD-LINE
            END-IF
            MOVE LISTING-HEAD-LINE TO PSGCRH.

       READ-CORRLIST-LINE.
            READ CORRLIST
            AT END MOVE 'Y' TO WS-LIST-EOF
            END-READ.

       TAKE-ONE-CORRLIST-LINE.
            IF CORR-LINE(7:10) = WS-SIGN-FEED-DATE
               ADD 1 TO WS-CORR-ITEM-COUNT
               IF WS-CORR-ITEM-COUNT NOT > 4
                  MOVE CORR-LINE(1:74)
                     TO WS-CORR-ITEM(WS-CORR-ITEM-COUNT)
               END-IF
            END-IF

            PERFORM READ-CORRLIST-LINE.

       LOAD-ALRTOUT-ITEMS.
            MOVE SPACES TO PANEL-ALERT-VARIABLES
            MOVE ZERO TO WS-ALRT-ITEM-COUNT
            OPEN INPUT ALRTOUT

            IF WS-ALRTOUT-STATUS = '00'
               MOVE 'Y' TO WS-ALRT-AVAILABLE
               MOVE 'N' TO WS-LIST-EOF
               PERFORM READ-ALRTOUT-LINE
               PERFORM TAKE-ONE-ALRTOUT-LINE
                  UNTIL LIST-AT-END
               CLOSE ALRTOUT
            END-IF

            MOVE SPACES TO LISTING-HEAD-LINE
            MOVE 'WATCHLIST ALERTS ON ALRTOUT:' TO LHL-TITLE
            IF ALRTOUT-AVAILABLE
               MOVE WS-ALRT-ITEM-COUNT TO LHL-COUNT
               IF WS-ALRT-ITEM-COUNT > 4
                  MOVE '  - THE FIRST FOUR ARE SHOWN' TO LHL-TEXT
               END-IF
            ELSE
               MOVE 'WATCHLIST ALERTS - ALRTOUT NOT ALLOCATED'
                  TO LISTING-HEAD-LINE
            END-IF
            MOVE LISTING-HEAD-LINE TO PSGALH.

       READ-ALRTOUT-LINE.
            READ ALRTOUT
            AT END MOVE 'Y' TO WS-LIST-EOF
            END-READ.

       TAKE-ONE-ALRTOUT-LINE.
            IF ALERT-LINE(7:10) = WS-SIGN-FEED-DATE
               ADD 1 TO WS-ALRT-ITEM-COUNT
               IF WS-ALRT-ITEM-COUNT NOT > 4
                  MOVE ALERT-LINE(1:74)
                     TO WS-ALRT-ITEM(WS-ALRT-ITEM-COUNT)
               END-IF
            END-IF

            PERFORM READ-ALRTOUT-LINE.

       DEFINE-PANEL-VARIABLES.
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGDATE
               PSGDATE ISPF-CHAR-FORMAT LEN-DATE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGDEC
               PSGDEC ISPF-CHAR-FORMAT LEN-DEC
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGNOTE
               PSGNOTE ISPF-CHAR-FORMAT LEN-NOTE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGMSG
               PSGMSG ISPF-CHAR-FORMAT LEN-MSG
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM1
               PSGSUM1 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM2
               PSGSUM2 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM3
               PSGSUM3 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM4
               PSGSUM4 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM5
               PSGSUM5 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM6
               PSGSUM6 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM7
               PSGSUM7 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGSUM8
               PSGSUM8 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGCRH
               PSGCRH ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGCR1
               PSGCR1 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGCR2
               PSGCR2 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGCR3
               PSGCR3 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGCR4
               PSGCR4 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGALH
               PSGALH ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGAL1
               PSGAL1 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGAL2
               PSGAL2 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGAL3
               PSGAL3 ISPF-CHAR-FORMAT LEN-LINE
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-PSGAL4
               PSGAL4 ISPF-CHAR-FORMAT LEN-LINE.

      ****  // THE SIGN-OFF NAMES WHO MADE THE DECISION - LIFT THE
      ****  // ISPF USERID ONCE AT SESSION START
       GET-ISPF-USERID.
            CALL 'ISPLINK' USING ISPF-VDEFINE VN-ZUSER
               WS-ISPF-USERID ISPF-CHAR-FORMAT LEN-USER
            CALL 'ISPLINK' USING ISPF-VGET VN-ZUSER
            MOVE ZERO TO RETURN-CODE

            IF WS-ISPF-USERID = SPACES
               MOVE 'UNKNOWN' TO WS-ISPF-USERID
            END-IF.

       BUILD-SUMMARY-LINES.
            MOVE PC-FEED-DATE    TO SL1-FEED-DATE
            MOVE PC-STATUS       TO SL1-STATUS
            MOVE PC-RUN-DATE     TO SL1-RUN-DATE
            MOVE PC-RUN-TIME     TO SL1-RUN-TIME
            MOVE PC-RUN-SEVERITY TO SL1-SEVERITY
            MOVE SUMMARY-LINE-1  TO PSGSUM1

            MOVE 'RECORDS READ '   TO SCL-LABEL-1
            MOVE PC-REC-COUNT      TO SCL-COUNT-1
            MOVE '     PUBLISHED ' TO SCL-LABEL-2
            MOVE PC-PUBLISH-COUNT  TO SCL-COUNT-2
            MOVE '     REJECTED '  TO SCL-LABEL-3
            MOVE PC-EXCP-COUNT     TO SCL-COUNT-3
            MOVE SUMMARY-COUNT-LINE TO PSGSUM2

            MOVE 'FILTERED     '   TO SCL-LABEL-1
            MOVE PC-FILTER-COUNT   TO SCL-COUNT-1
            MOVE '   QUARANTINED ' TO SCL-LABEL-2
            MOVE PC-QUAR-COUNT     TO SCL-COUNT-2
            MOVE '     PROVINCE '  TO SCL-LABEL-3
            MOVE PC-PROV-COUNT     TO SCL-COUNT-3
            MOVE SUMMARY-COUNT-LINE TO PSGSUM3

            MOVE 'ROLLUP ROWS  '   TO SCL-LABEL-1
            MOVE PC-ROLLUP-COUNT   TO SCL-COUNT-1
            MOVE '      RESTATED ' TO SCL-LABEL-2
            MOVE PC-CORR-COUNT     TO SCL-COUNT-2
            MOVE '       ALERTS '  TO SCL-LABEL-3
            MOVE PC-ALERT-COUNT    TO SCL-COUNT-3
            MOVE SUMMARY-COUNT-LINE TO PSGSUM4

            MOVE 'CONFIRMED'        TO STL-LABEL
            MOVE PC-GRAND-NEW-CNFRM TO STL-NEW
            MOVE PC-GRAND-TOT-CNFRM TO STL-TOTAL
            MOVE SUMMARY-TOTAL-LINE TO PSGSUM5

            MOVE 'DEATHS'           TO STL-LABEL
            MOVE PC-GRAND-NEW-DEATH TO STL-NEW
            MOVE PC-GRAND-TOT-DEATH TO STL-TOTAL
            MOVE SUMMARY-TOTAL-LINE TO PSGSUM6

            MOVE 'RECOVERED'        TO STL-LABEL
            MOVE PC-GRAND-NEW-RECVR TO STL-NEW
            MOVE PC-GRAND-TOT-RECVR TO STL-TOTAL
            MOVE SUMMARY-TOTAL-LINE TO PSGSUM7

            IF PC-DECISION-USERID = SPACES
               MOVE 'NO DECISION RECORDED YET FOR THIS FEED DATE'
                  TO PSGSUM8
            ELSE
               MOVE PC-DECISION-USERID TO SDL-USERID
               MOVE PC-DECISION-DATE   TO SDL-DATE
               MOVE PC-DECISION-TIME   TO SDL-TIME
               MOVE PC-DECISION-NOTE   TO SDL-NOTE
               MOVE SUMMARY-DECISION-LINE TO PSGSUM8
            END-IF.

       RUN-SIGNOFF-DIALOG.
            CALL 'ISPLINK' USING ISPF-DISPLAY ISPF-PANEL-NAME
            MOVE RETURN-CODE TO WS-ISPF-RC
            MOVE ZERO TO RETURN-CODE

      ****  // RC 8 FROM DISPLAY MEANS END OR RETURN - LEAVE WITHOUT
      ****  // DECIDING. ANYTHING HIGHER IS AN ISPF ERROR (PANEL NOT
      ****  // IN ISPPLIB GIVES 12, SEVERE ERROR 20) AND MUST NOT
      ****  // LOOK LIKE A NORMAL END.
            EVALUATE TRUE
               WHEN WS-ISPF-RC > 8
                  MOVE 'Y' TO WS-DIALOG-DONE
                  MOVE 'Y' TO WS-DIALOG-ERROR
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLPSIGN - ISPF DISPLAY SERVICE '
                     'FAILED FOR PANEL PUBSIGNP. SERVICE RC: '
                     WS-ISPF-RC
                  DISPLAY WS-ASTER
               WHEN WS-ISPF-RC = 8
                  MOVE 'Y' TO WS-DIALOG-DONE
               WHEN OTHER
                  PERFORM PROCESS-SIGNOFF-ACTION
            END-EVALUATE.

      ****  // A FEED WHOSE TRANSFER CONTROLS FAILED IS INCOMPLETE -
      ****  // NO SIGN-OFF CAN MAKE IT FIT TO LOAD. WITHHOLDING
      ****  // NEEDS A NOTE SO THE DESK KNOWS WHY THE LOAD IS HELD.
      ****  // A NEW DATE IN THE FEED-DATE FIELD SHOWS THAT DATE AND
      ****  // TAKES NO DECISION - THE SUPERVISOR HAS NOT SEEN IT YET.
       PROCESS-SIGNOFF-ACTION.
            MOVE SPACES TO PSGMSG

            EVALUATE TRUE
               WHEN PSGDATE NOT = WS-SIGN-FEED-DATE
                  PERFORM SWITCH-FEED-DATE
               WHEN PSGDEC = 'R' AND PC-CONTROLS-FAILED
                  MOVE 'CONTROLS FAILED - CANNOT BE RELEASED'
                     TO PSGMSG
               WHEN PSGDEC = 'R'
                  MOVE 'RELEASED' TO WS-NEW-STATUS
                  PERFORM APPLY-SIGNOFF-DECISION
               WHEN PSGDEC = 'W' AND PSGNOTE = SPACES
                  MOVE 'ENTER A NOTE SAYING WHY IT IS WITHHELD'
                     TO PSGMSG
               WHEN PSGDEC = 'W'
                  MOVE 'WITHHELD' TO WS-NEW-STATUS
                  PERFORM APPLY-SIGNOFF-DECISION
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            MOVE SPACE TO PSGDEC
            PERFORM BUILD-SUMMARY-LINES.

       SWITCH-FEED-DATE.
            MOVE PSGDATE TO PC-FEED-DATE
            READ PUBCTL
               INVALID KEY
                  CONTINUE
            END-READ

            IF WS-PUBCTL-STATUS = '00'
               MOVE PSGDATE TO WS-SIGN-FEED-DATE
               PERFORM SHOW-SIGNOFF-DATE
               MOVE 'FEED DATE CHANGED - NOTHING DECIDED' TO PSGMSG
            ELSE
               PERFORM READ-CONTROL-RECORD
               MOVE WS-SIGN-FEED-DATE TO PSGDATE
               MOVE 'NO PUBCTL RECORD FOR THAT FEED DATE' TO PSGMSG
            END-IF.

      ****  // RE-READ THE RECORD SO A RERUN THAT LANDED WHILE THE
      ****  // PANEL WAS UP IS NOT OVERWRITTEN WITH STALE FIGURES. A
      ****  // RERUN RESETS THE RECORD TO PENDING WITH A NEW RUN STAMP
      ****  // AND MAY HAVE FAILED ITS CONTROLS - THE SUPERVISOR DID
      ****  // NOT SEE THAT RUN, SO SHOW IT AND DECIDE NOTHING.
       APPLY-SIGNOFF-DECISION.
            MOVE WS-SIGN-FEED-DATE TO PC-FEED-DATE
            READ PUBCTL
               INVALID KEY
                  MOVE 'FEED DATE NO LONGER ON PUBCTL' TO PSGMSG
            END-READ

            IF WS-PUBCTL-STATUS = '00'
               IF PC-RUN-DATE NOT = WS-SHOWN-RUN-DATE
                  OR PC-RUN-TIME NOT = WS-SHOWN-RUN-TIME
                  OR (PC-CONTROLS-FAILED
                      AND WS-NEW-STATUS = 'RELEASED')
                  PERFORM SHOW-SIGNOFF-DATE
                  MOVE 'RUN CHANGED - REVIEW AGAIN' TO PSGMSG
               ELSE
                  PERFORM RECORD-SIGNOFF-DECISION
               END-IF
            END-IF.

       RECORD-SIGNOFF-DECISION.
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-AUDIT-TIME FROM TIME
            MOVE PC-STATUS          TO WS-OLD-STATUS
            MOVE WS-NEW-STATUS      TO PC-STATUS
            MOVE WS-ISPF-USERID     TO PC-DECISION-USERID
            MOVE WS-AUDIT-DATE      TO PC-DECISION-DATE
            MOVE WS-AUDIT-TIME(1:6) TO PC-DECISION-TIME
            MOVE PSGNOTE            TO PC-DECISION-NOTE
            REWRITE PUBLICATION-CONTROL-RECORD

            IF WS-PUBCTL-STATUS = '00'
               PERFORM WRITE-SIGNOFF-AUDIT
               STRING 'FEED DATE ' DELIMITED BY SIZE
                      PC-FEED-DATE DELIMITED BY SIZE
                      ' NOW ' DELIMITED BY SIZE
                      PC-STATUS DELIMITED BY SPACE
                  INTO PSGMSG
               END-STRING
            ELSE
               MOVE 'PUBCTL REWRITE FAILED - NOT RECORDED'
                  TO PSGMSG
               MOVE WS-OLD-STATUS TO PC-STATUS
            END-IF.

       WRITE-SIGNOFF-AUDIT.
            MOVE SPACES TO SIGNOFF-AUDIT-RECORD
            MOVE WS-ISPF-USERID      TO SA-USERID
            MOVE PC-DECISION-DATE    TO SA-DECISION-DATE
            MOVE PC-DECISION-TIME    TO SA-DECISION-TIME
            MOVE PC-FEED-DATE        TO SA-FEED-DATE
            MOVE WS-OLD-STATUS       TO SA-OLD-STATUS
            MOVE PC-STATUS           TO SA-NEW-STATUS
            MOVE PC-RUN-DATE         TO SA-RUN-DATE
            MOVE PC-RUN-TIME         TO SA-RUN-TIME
            MOVE PC-DECISION-NOTE    TO SA-NOTE
            WRITE SIGNOFF-AUDIT-RECORD

            ADD 1 TO WS-DECISION-COUNT.
