      ****  // THE RE-FEED MUST CARRY THE SAME ZERO-PADDED FIELD
      ****  // WIDTHS THE MAIN RUN EXPECTS ON COVIDIN
       01  WS-NUMERIC-WIDTH-TABLE.
           05  FILLER                  PIC 9 VALUE 7.
           05  FILLER                  PIC 9 VALUE 8.
           05  FILLER                  PIC 9 VALUE 7.
           05  FILLER                  PIC 9 VALUE 7.
           05  FILLER                  PIC 9 VALUE 7.
           05  FILLER                  PIC 9 VALUE 8.
       01  WS-NUMERIC-WIDTHS REDEFINES WS-NUMERIC-WIDTH-TABLE.
           05  WS-NUM-WIDTH OCCURS 6 TIMES PIC 9.
       01  WS-HASH-TOTALS.
           05  WS-HASH-NEW-CNFRM       PIC 9(9) VALUE ZERO.
           05  WS-HASH-NEW-DEATH       PIC 9(9) VALUE ZERO.
           05  WS-HASH-CNFRM-WORK      PIC 9(7) VALUE ZERO.
           05  WS-HASH-DEATH-WORK      PIC 9(7) VALUE ZERO.

       01  WS-REFEED-BUILD         PIC X(104).

            STRING RFW-COUNTRY(1:WS-COUNTRY-LEN) ','
                   RFW-CODE(1:WS-CODE-LEN) ','
                   RFW-SLUG(1:WS-SLUG-LEN) ','
                   RFW-NUM(1)(1:7) ','
                   RFW-NUM(2)(1:8) ','
                   RFW-NUM(3)(1:7) ','
                   RFW-NUM(4)(1:7) ','
                   RFW-NUM(5)(1:7) ','
                   RFW-NUM(6)(1:8) ','
                   RFW-TIMESTAMP(1:WS-TSTAMP-LEN)
               DELIMITED BY SIZE

               WRITE REFEED-RECORD FROM WS-REFEED-BUILD

               MOVE RFW-NUM(1)(1:7) TO WS-HASH-CNFRM-WORK
               ADD WS-HASH-CNFRM-WORK TO WS-HASH-NEW-CNFRM
               MOVE RFW-NUM(3)(1:7) TO WS-HASH-DEATH-WORK
               ADD WS-HASH-DEATH-WORK TO WS-HASH-NEW-DEATH
            END-IF.

