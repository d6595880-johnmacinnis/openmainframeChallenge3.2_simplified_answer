      *-----------------------
       IDENTIFICATION DIVISION.
      *------------------------
      * One-time conversion for the change that widened the new
      * confirmed, new deaths, total deaths and new recovered figures
      * from five digits to seven on every carried dataset. Each step
      * reads an unload of the old dataset and writes it back out in
      * the new layout, so the history carried before the change is
      * still read correctly by CBLCOVID and the programs downstream.
      * PARM (required) names the dataset converted by the step:
      *   HIST  - OLDHIST unload of COVHIST      -> COVHIST cluster
      *   PROV  - OLDPROV unload of PROVHIST     -> PROVHIST cluster
      *   ARCH  - OLDARCH archive file           -> ARCHOUT
      *   JRNL  - OLDJRNL history journal        -> HISTJRNL
      *   PRIOR - OLDPRIOR prior-day totals      -> PRIOROUT
      *   EXT   - OLDEXT daily extract           -> COVIDEXT
      * and for the change that made the country reference effective
      * dated and added the effective date and successor code to the
      * change audit:
      *   REF   - OLDREF unload of CTRYREF       -> CTRYREF cluster
      *   AUDIT - OLDAUDT change-audit file      -> CHGAUDIT
      * REF may be followed by the effective-from date given to every
      * converted entry, e.g. REF,2020-01-01 (default 0001-01-01, so
      * every posting already on file still resolves). Each entry is
      * left open to 9999-12-31 with no successor code. An audit
      * record converted by AUDIT takes its change date as the
      * effective date and has no successor code.
      * The clusters are loaded from a REPRO unload taken in key
      * order onto a freshly defined empty cluster. A record whose
      * old figures or population are not numeric is listed and left
      * out, and the step ends with RC 8 so the conversion is looked
      * at before the new dataset is put into service.
      *-----------------------
       PROGRAM-ID.    CBLWIDEN.
       AUTHOR.        J_MAC.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT OLDHIST ASSIGN TO OLDHIST
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT COVHIST ASSIGN TO COVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDPROV ASSIGN TO OLDPROV
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT PROVHIST ASSIGN TO PROVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROV-KEY
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDARCH ASSIGN TO OLDARCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT ARCHOUT ASSIGN TO ARCHOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDJRNL ASSIGN TO OLDJRNL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT HISTJRNL ASSIGN TO HISTJRNL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDPRIOR ASSIGN TO OLDPRIOR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT PRIOROUT ASSIGN TO PRIOROUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDEXT ASSIGN TO OLDEXT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT COVIDEXT ASSIGN TO COVIDEXT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDREF ASSIGN TO OLDREF
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT CTRYREF ASSIGN TO CTRYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REF-KEY
             FILE STATUS IS WS-NEW-STATUS.

             SELECT OLDAUDT ASSIGN TO OLDAUDT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT CHGAUDIT ASSIGN TO CHGAUDIT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      ****  // OLD LAYOUTS - FIVE-DIGIT NEW AND DEATH FIGURES
       FD  OLDHIST RECORDING MODE F.
       01  OLD-HIST-RECORD             PIC X(50).

       FD  OLDPROV RECORDING MODE F.
       01  OLD-PROV-RECORD.
           05  OP-KEY                  PIC X(34).
           05  OP-NEW-CNFRM            PIC 9(5).
           05  OP-TOT-CNFRM            PIC 9(8).
           05  OP-NEW-DEATH            PIC 9(5).
           05  OP-TOT-DEATH            PIC 9(5).
           05  OP-NEW-RECVR            PIC 9(5).
           05  OP-TOT-RECVR            PIC 9(8).

       FD  OLDARCH RECORDING MODE F.
       01  OLD-ARCHIVE-RECORD          PIC X(50).

       FD  OLDJRNL RECORDING MODE F.
       01  OLD-JOURNAL-RECORD.
           05  OJ-ACTION               PIC X(1).
           05  OJ-RUN-DATE             PIC X(8).
           05  OJ-RUN-TIME             PIC X(6).
           05  OJ-HIST-IMAGE           PIC X(50).
           05  FILLER                  PIC X(3).

       FD  OLDPRIOR RECORDING MODE F.
       01  OLD-PRIOR-RECORD.
           05  OT-COUNTRY-CODE         PIC X(4).
           05  OT-TOT-CNFRM            PIC 9(8).
           05  OT-TOT-DEATH            PIC 9(5).
           05  OT-TOT-RECVR            PIC 9(8).

       FD  OLDEXT RECORDING MODE F.
       01  OLD-EXTRACT-RECORD.
           05  OE-COUNTRY-CODE         PIC X(4).
           05  OE-NEW-CNFRM            PIC 9(5).
           05  OE-TOT-CNFRM            PIC 9(8).
           05  OE-NEW-DEATH            PIC 9(5).
           05  OE-TOT-DEATH            PIC 9(5).
           05  OE-NEW-RECVR            PIC 9(5).
           05  OE-TOT-RECVR            PIC 9(8).
           05  OE-TIMESTAMP            PIC X(25).

      ****  // FLAT COUNTRY REFERENCE - ONE ENTRY PER CODE
       FD  OLDREF RECORDING MODE F.
       01  OLD-REFERENCE-RECORD.
           05  OR-COUNTRY-CODE         PIC X(4).
           05  OR-COUNTRY-NAME         PIC X(30).
           05  OR-REGION               PIC X(20).
           05  OR-POPULATION           PIC 9(10).
           05  OR-CODE-STATUS          PIC X(1).

      ****  // CHANGE AUDIT BEFORE THE EFFECTIVE DATE AND SUCCESSOR
       FD  OLDAUDT RECORDING MODE F.
       01  OLD-AUDIT-RECORD.
           05  OA-AUDIT-IMAGE          PIC X(149).
           05  FILLER                  PIC X(11).

      ****  // NEW LAYOUTS - AS CBLCOVID NOW WRITES THEM
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

       FD  PROVHIST.
       01  PROV-RECORD.
           05  PROV-KEY.
               10  PROV-COUNTRY-CODE   PIC X(4).
               10  PROV-NAME           PIC X(20).
               10  PROV-REPORT-DATE    PIC X(10).
           05  PROV-NEW-CNFRM      PIC 9(7).
           05  PROV-TOT-CNFRM      PIC 9(8).
           05  PROV-NEW-DEATH      PIC 9(7).
           05  PROV-TOT-DEATH      PIC 9(7).
           05  PROV-NEW-RECVR      PIC 9(7).
           05  PROV-TOT-RECVR      PIC 9(8).

       FD  ARCHOUT RECORDING MODE F.
       01  ARCHIVE-OUT-RECORD          PIC X(58).

       FD  HISTJRNL RECORDING MODE F.
       01  JOURNAL-RECORD.
           05  JR-ACTION           PIC X(1).
           05  JR-RUN-DATE         PIC X(8).
           05  JR-RUN-TIME         PIC X(6).
           05  JR-HIST-IMAGE       PIC X(58).
           05  FILLER              PIC X(3).

       FD  PRIOROUT RECORDING MODE F.
       01  PRIOR-OUT-RECORD.
           05  PO-COUNTRY-CODE     PIC X(4).
           05  PO-TOT-CNFRM        PIC 9(8).
           05  PO-TOT-DEATH        PIC 9(7).
           05  PO-TOT-RECVR        PIC 9(8).

       FD  COVIDEXT RECORDING MODE F.
       01  COVID-EXTRACT-RECORD.
           05  EXT-COUNTRY-CODE    PIC X(4).
           05  EXT-NEW-CNFRM       PIC 9(7).
           05  EXT-TOT-CNFRM       PIC 9(8).
           05  EXT-NEW-DEATH       PIC 9(7).
           05  EXT-TOT-DEATH       PIC 9(7).
           05  EXT-NEW-RECVR       PIC 9(7).
           05  EXT-TOT-RECVR       PIC 9(8).
           05  EXT-TIMESTAMP       PIC X(25).

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

      ****  // THE CARRIED IMAGE ENDS WITH THE AFTER STATUS
       FD  CHGAUDIT RECORDING MODE F.
       01  CHANGE-AUDIT-RECORD.
           05  CA-AUDIT-IMAGE.
               10  CA-USERID           PIC X(8).
               10  CA-CHANGE-DATE.
                   15  CA-CHANGE-YYYY  PIC X(4).
                   15  CA-CHANGE-MM    PIC X(2).
                   15  CA-CHANGE-DD    PIC X(2).
               10  FILLER              PIC X(133).
           05  CA-EFF-DATE         PIC X(10).
           05  CA-AFT-SUCCESSOR    PIC X(4).
           05  FILLER              PIC X(11).

      *
       WORKING-STORAGE SECTION.

       01  WS-ASTER            PIC X(80) VALUE ALL '*'.

       01  WS-OLD-STATUS           PIC XX VALUE '00'.

       01  WS-NEW-STATUS           PIC XX VALUE '00'.

       01  WS-OLD-EOF              PIC X VALUE 'N'.
           88  OLD-AT-END              VALUE 'Y'.

       01  WS-PARM-WORK.
           05  WS-PARM-TEXT            PIC X(100) VALUE SPACES.
           05  WS-CONVERT-MODE         PIC X(5) VALUE SPACES.
               88  CONVERT-HIST            VALUE 'HIST'.
               88  CONVERT-PROV            VALUE 'PROV'.
               88  CONVERT-ARCH            VALUE 'ARCH'.
               88  CONVERT-JRNL            VALUE 'JRNL'.
               88  CONVERT-PRIOR           VALUE 'PRIOR'.
               88  CONVERT-EXT             VALUE 'EXT'.
               88  CONVERT-REF             VALUE 'REF'.
               88  CONVERT-AUDIT           VALUE 'AUDIT'.
           05  WS-PARM-EFF-DATE        PIC X(10) VALUE SPACES.
           05  WS-OLD-DD               PIC X(8) VALUE SPACES.
           05  WS-NEW-DD               PIC X(8) VALUE SPACES.

      ****  // THE HISTORY POSTING IS THE SAME IMAGE ON THE CLUSTER,
      ****  // THE ARCHIVE AND THE JOURNAL - ONE WIDENING SERVES ALL
       01  WS-OLD-POSTING.
           05  WS-OLD-KEY              PIC X(14).
           05  WS-OLD-NEW-CNFRM        PIC 9(5).
           05  WS-OLD-TOT-CNFRM        PIC 9(8).
           05  WS-OLD-NEW-DEATH        PIC 9(5).
           05  WS-OLD-TOT-DEATH        PIC 9(5).
           05  WS-OLD-NEW-RECVR        PIC 9(5).
           05  WS-OLD-TOT-RECVR        PIC 9(8).

       01  WS-NEW-POSTING.
           05  WS-NEW-KEY              PIC X(14).
           05  WS-NEW-NEW-CNFRM        PIC 9(7).
           05  WS-NEW-TOT-CNFRM        PIC 9(8).
           05  WS-NEW-NEW-DEATH        PIC 9(7).
           05  WS-NEW-TOT-DEATH        PIC 9(7).
           05  WS-NEW-NEW-RECVR        PIC 9(7).
           05  WS-NEW-TOT-RECVR        PIC 9(8).

       01  WS-REJECT-KEY           PIC X(34) VALUE SPACES.

      ****  // EFFECTIVE-FROM DATE GIVEN TO EVERY CONVERTED ENTRY
       01  WS-REF-EFF-FROM.
           05  WS-REF-EFF-YYYY         PIC X(4) VALUE '0001'.
           05  WS-REF-EFF-DASH1        PIC X VALUE '-'.
           05  WS-REF-EFF-MM           PIC X(2) VALUE '01'.
           05  WS-REF-EFF-DASH2        PIC X VALUE '-'.
           05  WS-REF-EFF-DD           PIC X(2) VALUE '01'.

       01  WS-IMAGE-VALID          PIC X VALUE 'Y'.
           88  IMAGE-IS-VALID          VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DUPLICATE-COUNT      PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN         PIC S9(4) COMP.
           05  LS-PARM-TEXT        PIC X(100).

      *------------------
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *------------------
       MAIN.
            PERFORM PARSE-RUN-PARM.

            EVALUATE TRUE
               WHEN CONVERT-HIST
                  PERFORM CONVERT-HISTORY-MASTER
               WHEN CONVERT-PROV
                  PERFORM CONVERT-PROVINCE-MASTER
               WHEN CONVERT-ARCH
                  PERFORM CONVERT-ARCHIVE-FILE
               WHEN CONVERT-JRNL
                  PERFORM CONVERT-HISTORY-JOURNAL
               WHEN CONVERT-PRIOR
                  PERFORM CONVERT-PRIOR-TOTALS
               WHEN CONVERT-EXT
                  PERFORM CONVERT-DAILY-EXTRACT
               WHEN CONVERT-REF
                  PERFORM CONVERT-COUNTRY-REFERENCE
               WHEN CONVERT-AUDIT
                  PERFORM CONVERT-CHANGE-AUDIT
            END-EVALUATE.

            DISPLAY WS-ASTER.
            DISPLAY 'CBLWIDEN COMPLETE - ' WS-OLD-DD ' TO ' WS-NEW-DD.
            DISPLAY 'RECORDS READ:             ' WS-READ-COUNT.
            DISPLAY 'RECORDS WRITTEN:          ' WS-WRITTEN-COUNT.
            DISPLAY 'REJECTED - NOT NUMERIC:   ' WS-REJECTED-COUNT.
            DISPLAY 'REJECTED - DUPLICATE KEY: ' WS-DUPLICATE-COUNT.
            DISPLAY WS-ASTER.

            IF WS-REJECTED-COUNT > ZERO
               OR WS-DUPLICATE-COUNT > ZERO
               DISPLAY '*** CBLWIDEN - RECORDS WERE LEFT OUT OF THE '
                  'CONVERTED DATASET - REVIEW BEFORE USING IT.'
               MOVE 8 TO RETURN-CODE
            END-IF

            STOP RUN.

      ****  // COPY THE PARM BOUNDED BY ITS LENGTH FIRST - A SHORT
      ****  // PARM WOULD OTHERWISE PICK UP RESIDUAL STORAGE PAST
      ****  // THE END OF THE PARM AREA
       PARSE-RUN-PARM.
            IF LS-PARM-LEN > ZERO
               MOVE SPACES TO WS-PARM-TEXT
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PARM-TEXT
            END-IF

            UNSTRING WS-PARM-TEXT DELIMITED BY ','
               INTO WS-CONVERT-MODE WS-PARM-EFF-DATE
            END-UNSTRING

            IF NOT CONVERT-HIST AND NOT CONVERT-PROV
               AND NOT CONVERT-ARCH AND NOT CONVERT-JRNL
               AND NOT CONVERT-PRIOR AND NOT CONVERT-EXT
               AND NOT CONVERT-REF AND NOT CONVERT-AUDIT
               DISPLAY WS-ASTER
               DISPLAY '*** CBLWIDEN - PARM MUST NAME THE DATASET TO '
                  'CONVERT: HIST, PROV, ARCH, JRNL, PRIOR, EXT, REF '
                  'OR AUDIT.'
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            IF CONVERT-REF AND WS-PARM-EFF-DATE NOT = SPACES
               MOVE WS-PARM-EFF-DATE TO WS-REF-EFF-FROM
               IF WS-REF-EFF-YYYY NOT NUMERIC
                  OR WS-REF-EFF-MM NOT NUMERIC
                  OR WS-REF-EFF-DD NOT NUMERIC
                  OR WS-REF-EFF-DASH1 NOT = '-'
                  OR WS-REF-EFF-DASH2 NOT = '-'
                  OR WS-REF-EFF-MM < '01' OR WS-REF-EFF-MM > '12'
                  OR WS-REF-EFF-DD < '01' OR WS-REF-EFF-DD > '31'
                  DISPLAY WS-ASTER
                  DISPLAY '*** CBLWIDEN - REF EFFECTIVE-FROM DATE '
                     'MUST BE YYYY-MM-DD: ' WS-PARM-EFF-DATE
                  DISPLAY WS-ASTER
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

      ****  // BOTH SIDES OF A STEP MUST OPEN OR NOTHING IS WRITTEN
       CHECK-CONVERSION-OPENS.
            IF WS-OLD-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLWIDEN - ' WS-OLD-DD ' COULD NOT BE '
                  'OPENED. STATUS: ' WS-OLD-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF

            IF WS-NEW-STATUS NOT = '00'
               DISPLAY WS-ASTER
               DISPLAY '*** CBLWIDEN - ' WS-NEW-DD ' COULD NOT BE '
                  'OPENED. STATUS: ' WS-NEW-STATUS
               DISPLAY WS-ASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      ****  // COVHIST - LOADED IN KEY ORDER FROM THE UNLOAD
       CONVERT-HISTORY-MASTER.
            MOVE 'OLDHIST' TO WS-OLD-DD
            MOVE 'COVHIST' TO WS-NEW-DD
            OPEN INPUT OLDHIST
            OPEN OUTPUT COVHIST
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-HIST-RECORD
            PERFORM CONVERT-ONE-HIST-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDHIST
            CLOSE COVHIST.

       READ-OLD-HIST-RECORD.
            READ OLDHIST
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-HIST-RECORD.
            MOVE OLD-HIST-RECORD TO WS-OLD-POSTING
            PERFORM WIDEN-POSTING-IMAGE

            IF IMAGE-IS-VALID
               MOVE WS-NEW-POSTING TO HIST-RECORD
               WRITE HIST-RECORD
                  INVALID KEY
                     MOVE WS-OLD-KEY TO WS-REJECT-KEY
                     PERFORM REPORT-DUPLICATE-KEY
                  NOT INVALID KEY
                     ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
            END-IF

            PERFORM READ-OLD-HIST-RECORD.

      ****  // PROVHIST - LOADED IN KEY ORDER FROM THE UNLOAD
       CONVERT-PROVINCE-MASTER.
            MOVE 'OLDPROV' TO WS-OLD-DD
            MOVE 'PROVHIST' TO WS-NEW-DD
            OPEN INPUT OLDPROV
            OPEN OUTPUT PROVHIST
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-PROV-RECORD
            PERFORM CONVERT-ONE-PROV-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDPROV
            CLOSE PROVHIST.

       READ-OLD-PROV-RECORD.
            READ OLDPROV
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-PROV-RECORD.
            IF OP-NEW-CNFRM NUMERIC AND OP-TOT-CNFRM NUMERIC
               AND OP-NEW-DEATH NUMERIC AND OP-TOT-DEATH NUMERIC
               AND OP-NEW-RECVR NUMERIC AND OP-TOT-RECVR NUMERIC
               MOVE OP-KEY       TO PROV-KEY
               MOVE OP-NEW-CNFRM TO PROV-NEW-CNFRM
               MOVE OP-TOT-CNFRM TO PROV-TOT-CNFRM
               MOVE OP-NEW-DEATH TO PROV-NEW-DEATH
               MOVE OP-TOT-DEATH TO PROV-TOT-DEATH
               MOVE OP-NEW-RECVR TO PROV-NEW-RECVR
               MOVE OP-TOT-RECVR TO PROV-TOT-RECVR
               WRITE PROV-RECORD
                  INVALID KEY
                     MOVE OP-KEY TO WS-REJECT-KEY
                     PERFORM REPORT-DUPLICATE-KEY
                  NOT INVALID KEY
                     ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '*** CBLWIDEN - FIGURES NOT NUMERIC - '
                  OP-KEY
            END-IF

            PERFORM READ-OLD-PROV-RECORD.

      ****  // ARCHIVE FILE - SAME POSTING IMAGE AS THE CLUSTER
       CONVERT-ARCHIVE-FILE.
            MOVE 'OLDARCH' TO WS-OLD-DD
            MOVE 'ARCHOUT' TO WS-NEW-DD
            OPEN INPUT OLDARCH
            OPEN OUTPUT ARCHOUT
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-ARCH-RECORD
            PERFORM CONVERT-ONE-ARCH-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDARCH
            CLOSE ARCHOUT.

       READ-OLD-ARCH-RECORD.
            READ OLDARCH
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-ARCH-RECORD.
            MOVE OLD-ARCHIVE-RECORD TO WS-OLD-POSTING
            PERFORM WIDEN-POSTING-IMAGE

            IF IMAGE-IS-VALID
               WRITE ARCHIVE-OUT-RECORD FROM WS-NEW-POSTING
               ADD 1 TO WS-WRITTEN-COUNT
            END-IF

            PERFORM READ-OLD-ARCH-RECORD.

      ****  // HISTJRNL - THE JOURNALED IMAGE IS A WHOLE POSTING, SO
      ****  // CBLHREBL CAN STILL ROLL A RESTORED CLUSTER FORWARD
      ****  // ACROSS THE CHANGE
       CONVERT-HISTORY-JOURNAL.
            MOVE 'OLDJRNL' TO WS-OLD-DD
            MOVE 'HISTJRNL' TO WS-NEW-DD
            OPEN INPUT OLDJRNL
            OPEN OUTPUT HISTJRNL
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-JRNL-RECORD
            PERFORM CONVERT-ONE-JRNL-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDJRNL
            CLOSE HISTJRNL.

       READ-OLD-JRNL-RECORD.
            READ OLDJRNL
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-JRNL-RECORD.
            MOVE OJ-HIST-IMAGE TO WS-OLD-POSTING
            PERFORM WIDEN-POSTING-IMAGE

            IF IMAGE-IS-VALID
               MOVE SPACES         TO JOURNAL-RECORD
               MOVE OJ-ACTION      TO JR-ACTION
               MOVE OJ-RUN-DATE    TO JR-RUN-DATE
               MOVE OJ-RUN-TIME    TO JR-RUN-TIME
               MOVE WS-NEW-POSTING TO JR-HIST-IMAGE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
            END-IF

            PERFORM READ-OLD-JRNL-RECORD.

      ****  // PRIOR-DAY TOTALS - THE NEXT RUN'S PRIORIN
       CONVERT-PRIOR-TOTALS.
            MOVE 'OLDPRIOR' TO WS-OLD-DD
            MOVE 'PRIOROUT' TO WS-NEW-DD
            OPEN INPUT OLDPRIOR
            OPEN OUTPUT PRIOROUT
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-PRIOR-RECORD
            PERFORM CONVERT-ONE-PRIOR-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDPRIOR
            CLOSE PRIOROUT.

       READ-OLD-PRIOR-RECORD.
            READ OLDPRIOR
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-PRIOR-RECORD.
            IF OT-TOT-CNFRM NUMERIC AND OT-TOT-DEATH NUMERIC
               AND OT-TOT-RECVR NUMERIC
               MOVE OT-COUNTRY-CODE TO PO-COUNTRY-CODE
               MOVE OT-TOT-CNFRM    TO PO-TOT-CNFRM
               MOVE OT-TOT-DEATH    TO PO-TOT-DEATH
               MOVE OT-TOT-RECVR    TO PO-TOT-RECVR
               WRITE PRIOR-OUT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '*** CBLWIDEN - FIGURES NOT NUMERIC - '
                  OT-COUNTRY-CODE
            END-IF

            PERFORM READ-OLD-PRIOR-RECORD.

      ****  // DAILY EXTRACT - SO CBLWKLY CAN STILL READ THE EARLIER
      ****  // DAYS OF A WEEK THAT STRADDLES THE CHANGE
       CONVERT-DAILY-EXTRACT.
            MOVE 'OLDEXT' TO WS-OLD-DD
            MOVE 'COVIDEXT' TO WS-NEW-DD
            OPEN INPUT OLDEXT
            OPEN OUTPUT COVIDEXT
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-EXT-RECORD
            PERFORM CONVERT-ONE-EXT-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDEXT
            CLOSE COVIDEXT.

       READ-OLD-EXT-RECORD.
            READ OLDEXT
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-EXT-RECORD.
            IF OE-NEW-CNFRM NUMERIC AND OE-TOT-CNFRM NUMERIC
               AND OE-NEW-DEATH NUMERIC AND OE-TOT-DEATH NUMERIC
               AND OE-NEW-RECVR NUMERIC AND OE-TOT-RECVR NUMERIC
               MOVE OE-COUNTRY-CODE TO EXT-COUNTRY-CODE
               MOVE OE-NEW-CNFRM    TO EXT-NEW-CNFRM
               MOVE OE-TOT-CNFRM    TO EXT-TOT-CNFRM
               MOVE OE-NEW-DEATH    TO EXT-NEW-DEATH
               MOVE OE-TOT-DEATH    TO EXT-TOT-DEATH
               MOVE OE-NEW-RECVR    TO EXT-NEW-RECVR
               MOVE OE-TOT-RECVR    TO EXT-TOT-RECVR
               MOVE OE-TIMESTAMP    TO EXT-TIMESTAMP
               WRITE COVID-EXTRACT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '*** CBLWIDEN - FIGURES NOT NUMERIC - '
                  OE-COUNTRY-CODE
            END-IF

            PERFORM READ-OLD-EXT-RECORD.

      ****  // CTRYREF - EACH FLAT ENTRY BECOMES ONE OPEN EFFECTIVE
      ****  // PERIOD. THE UNLOAD IS IN CODE ORDER AND EVERY ENTRY
      ****  // TAKES THE SAME FROM DATE, SO THE LOAD IS IN KEY ORDER.
       CONVERT-COUNTRY-REFERENCE.
            MOVE 'OLDREF' TO WS-OLD-DD
            MOVE 'CTRYREF' TO WS-NEW-DD
            OPEN INPUT OLDREF
            OPEN OUTPUT CTRYREF
            PERFORM CHECK-CONVERSION-OPENS

            DISPLAY 'CBLWIDEN - CTRYREF ENTRIES EFFECTIVE FROM '
               WS-REF-EFF-FROM

            PERFORM READ-OLD-REF-RECORD
            PERFORM CONVERT-ONE-REF-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDREF
            CLOSE CTRYREF.

       READ-OLD-REF-RECORD.
            READ OLDREF
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-REF-RECORD.
            IF OR-POPULATION NUMERIC
               MOVE SPACES          TO COUNTRY-REFERENCE-RECORD
               MOVE OR-COUNTRY-CODE TO REF-COUNTRY-CODE
               MOVE WS-REF-EFF-FROM TO REF-EFF-FROM
               MOVE '9999-12-31'    TO REF-EFF-TO
               MOVE OR-COUNTRY-NAME TO REF-COUNTRY-NAME
               MOVE OR-REGION       TO REF-REGION
               MOVE OR-POPULATION   TO REF-POPULATION
               MOVE OR-CODE-STATUS  TO REF-CODE-STATUS
               MOVE SPACES          TO REF-SUCCESSOR-CODE
               WRITE COUNTRY-REFERENCE-RECORD
                  INVALID KEY
                     MOVE REF-KEY TO WS-REJECT-KEY
                     PERFORM REPORT-DUPLICATE-KEY
                  NOT INVALID KEY
                     ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
            ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '*** CBLWIDEN - POPULATION NOT NUMERIC - '
                  OR-COUNTRY-CODE
            END-IF

            PERFORM READ-OLD-REF-RECORD.

      ****  // CHGAUDIT - THE TRAIL IS CARRIED ACROSS WHOLE. A CHANGE
      ****  // MADE BEFORE EFFECTIVE DATING TOOK EFFECT FROM THE DAY
      ****  // IT WAS MADE.
       CONVERT-CHANGE-AUDIT.
            MOVE 'OLDAUDT' TO WS-OLD-DD
            MOVE 'CHGAUDIT' TO WS-NEW-DD
            OPEN INPUT OLDAUDT
            OPEN OUTPUT CHGAUDIT
            PERFORM CHECK-CONVERSION-OPENS

            PERFORM READ-OLD-AUDT-RECORD
            PERFORM CONVERT-ONE-AUDT-RECORD
               UNTIL OLD-AT-END

            CLOSE OLDAUDT
            CLOSE CHGAUDIT.

       READ-OLD-AUDT-RECORD.
            READ OLDAUDT
            AT END MOVE 'Y' TO WS-OLD-EOF
            END-READ

            IF NOT OLD-AT-END
               ADD 1 TO WS-READ-COUNT
            END-IF.

       CONVERT-ONE-AUDT-RECORD.
            MOVE SPACES          TO CHANGE-AUDIT-RECORD
            MOVE OA-AUDIT-IMAGE  TO CA-AUDIT-IMAGE
            STRING CA-CHANGE-YYYY '-' CA-CHANGE-MM '-' CA-CHANGE-DD
               DELIMITED BY SIZE INTO CA-EFF-DATE
            END-STRING
            WRITE CHANGE-AUDIT-RECORD
            ADD 1 TO WS-WRITTEN-COUNT

            PERFORM READ-OLD-AUDT-RECORD.

       WIDEN-POSTING-IMAGE.
            MOVE 'Y' TO WS-IMAGE-VALID

            IF WS-OLD-NEW-CNFRM NOT NUMERIC
               OR WS-OLD-TOT-CNFRM NOT NUMERIC
               OR WS-OLD-NEW-DEATH NOT NUMERIC
               OR WS-OLD-TOT-DEATH NOT NUMERIC
               OR WS-OLD-NEW-RECVR NOT NUMERIC
               OR WS-OLD-TOT-RECVR NOT NUMERIC
               MOVE 'N' TO WS-IMAGE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY '*** CBLWIDEN - FIGURES NOT NUMERIC - '
                  WS-OLD-KEY
            ELSE
               MOVE WS-OLD-KEY       TO WS-NEW-KEY
               MOVE WS-OLD-NEW-CNFRM TO WS-NEW-NEW-CNFRM
               MOVE WS-OLD-TOT-CNFRM TO WS-NEW-TOT-CNFRM
               MOVE WS-OLD-NEW-DEATH TO WS-NEW-NEW-DEATH
               MOVE WS-OLD-TOT-DEATH TO WS-NEW-TOT-DEATH
               MOVE WS-OLD-NEW-RECVR TO WS-NEW-NEW-RECVR
               MOVE WS-OLD-TOT-RECVR TO WS-NEW-TOT-RECVR
            END-IF.

      ****  // A REPEATED KEY MEANS THE UNLOAD WAS NOT IN KEY ORDER
      ****  // OR THE TARGET CLUSTER WAS NOT EMPTY
       REPORT-DUPLICATE-KEY.
            ADD 1 TO WS-DUPLICATE-COUNT
            DISPLAY '*** CBLWIDEN - ' WS-NEW-DD ' WRITE REJECTED - '
               WS-REJECT-KEY ' STATUS: ' WS-NEW-STATUS.
