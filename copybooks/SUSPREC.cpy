           05  SP-STATUS               PIC X.
               88  SP-ITEM-OPEN                VALUE "O".
               88  SP-ITEM-CORRECTED           VALUE "C".
           05  SP-TRANS-IMAGE          PIC X(67).
           05  SP-DEPARTMENT           PIC X(4).
           05  SP-CREATE-DATE          PIC X(8).
           05  SP-BATCH-NO             PIC 9(3).
