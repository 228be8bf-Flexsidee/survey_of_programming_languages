      * suspended above it.  An identifier not on the master prints
      * a NOT FOUND line, which usually means the record went to
      * suspense the night it was keyed -- check the aging report.
      * An item keyed in a foreign currency prints a second line
      * with the currency, the amount as keyed and the rate it
      * converted at; TOTAL is always the base amount.
      * RETURN-CODE 4 when any identifier was not found.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  TOTALS-MASTER
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==TOTALS-MASTER-RECORD==
               ==SUM-TRANS-ID==     BY ==TM-TRANS-ID==
               ==SUM-GL-ACCOUNT==   BY ==TM-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==TM-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==TM-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==TM-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==TM-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==TM-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==TM-ORIGINAL-TOTAL==.

       FD  PARM-IN
           RECORDING MODE IS F
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-REVERSED             PIC X(10).

       01  WS-CURRENCY-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "KEYED IN ".
           05  CL-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(13) VALUE "  ORIGINAL = ".
           05  CL-ORIGINAL-TOTAL       PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  RATE = ".
           05  CL-EXCHANGE-RATE        PIC ZZZ9.999999.

       01  WS-NOT-FOUND-LINE.
           05  FILLER                  PIC X(4) VALUE "ID: ".
           05  NF-TRANS-ID             PIC 9(7).
                       MOVE SPACES TO DL-REVERSED
                   END-IF
                   WRITE INQ-RPT-RECORD FROM WS-DETAIL-LINE
                   IF TM-CURRENCY-CODE NOT = SPACES
                       MOVE TM-CURRENCY-CODE TO CL-CURRENCY-CODE
                       MOVE TM-ORIGINAL-TOTAL TO CL-ORIGINAL-TOTAL
                       MOVE TM-EXCHANGE-RATE TO CL-EXCHANGE-RATE
                       WRITE INQ-RPT-RECORD FROM WS-CURRENCY-LINE
                   END-IF
           END-READ
           PERFORM 8000-READ-PARM.

