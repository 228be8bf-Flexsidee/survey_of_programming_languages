
       FD  SUSP-IN
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD==       BY
                   ==SUSP-IN-RECORD==
               ==SP-RECORD-NO==     BY ==SI-RECORD-NO==

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

      *****************************************************************
      * The REAL cumulative totals master.  The stream steps posted
      * touches the keyed master, off the merged SUMOUT.
      *****************************************************************
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

       FD  GL-EXTRACT
           RECORDING MODE IS F

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSPENSE-RECORD==.

           MOVE SO-GL-ACCOUNT TO TM-GL-ACCOUNT
           MOVE SO-REVERSAL-FLAG TO TM-REVERSAL-FLAG
           MOVE SO-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE
           MOVE SO-CURRENCY-CODE TO TM-CURRENCY-CODE
           MOVE SO-EXCHANGE-RATE TO TM-EXCHANGE-RATE
           MOVE SO-ORIGINAL-TOTAL TO TM-ORIGINAL-TOTAL
           WRITE TOTALS-MASTER-RECORD
               INVALID KEY
                   IF WS-TOTALS-MASTER-STATUS = "22"
