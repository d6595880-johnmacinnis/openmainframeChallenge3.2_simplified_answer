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

            MOVE ZERO TO UCR-NEW-CNFRM
            MOVE ZERO TO UCR-NEW-DEATH

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
