           05  TO-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.

      *****************************************************************
      * The totals record at the 89-byte width this conversion
      * produced -- frozen inline, SUMREC.cpy has since widened
      * again and no longer describes what this job writes.
      *****************************************************************
       FD  TOT-NEW
           RECORD CONTAINS 89 CHARACTERS.
       01  TOT-NEW-RECORD.
           05  TM-TRANS-ID             PIC 9(7).
           05  TM-OPERATION-CODE       PIC X.
           05  TM-ADDEND-COUNT         PIC 9.
           05  TM-ADDEND-TABLE         PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE OCCURS 5 TIMES.
           05  TM-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
           05  TM-DEPARTMENT           PIC X(4).
           05  TM-CREATE-DATE          PIC X(8).
           05  TM-BATCH-NO             PIC 9(3).
           05  TM-GL-ACCOUNT           PIC X(6).
           05  TM-REVERSAL-FLAG        PIC X.
               88  TM-ITEM-REVERSED            VALUE "R".
           05  TM-EFFECTIVE-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
