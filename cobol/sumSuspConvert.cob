           05  SO-STATUS               PIC X.
           05  SO-TRANS-IMAGE          PIC X(56).

      *****************************************************************
      * The suspense record at the 101-byte width this conversion
      * produced (64-byte image) -- frozen inline, SUSPREC.cpy has
      * since widened again and no longer describes what this job
      * writes.
      *****************************************************************
       FD  SUSP-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 101 CHARACTERS.
       01  SUSP-NEW-RECORD.
           05  SP-RECORD-NO            PIC 9(7).
           05  SP-RUN-DATE             PIC X(8).
           05  SP-REASON-CODE          PIC X(6).
           05  SP-STATUS               PIC X.
               88  SP-ITEM-OPEN                VALUE "O".
               88  SP-ITEM-CORRECTED           VALUE "C".
           05  SP-TRANS-IMAGE          PIC X(64).
           05  SP-DEPARTMENT           PIC X(4).
           05  SP-CREATE-DATE          PIC X(8).
           05  SP-BATCH-NO             PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
