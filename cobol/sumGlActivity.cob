       FILE SECTION.
       FD  SUM-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==SUM-OUT-RECORD==
               ==SUM-TRANS-ID==     BY ==SO-TRANS-ID==
               ==SUM-GL-ACCOUNT==   BY ==SO-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==SO-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==SO-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==SO-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==SO-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==SO-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==SO-ORIGINAL-TOTAL==.

       FD  GL-EXTRACT
           RECORDING MODE IS F
               ==SUM-GL-ACCOUNT==   BY ==SR-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==SR-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==SR-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==SR-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==SR-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==SR-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==SR-ORIGINAL-TOTAL==.

       FD  GLACT-RPT
           RECORDING MODE IS F
