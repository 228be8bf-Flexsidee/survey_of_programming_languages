      *        or recycled from suspense.  SUM-EDIT and Sum prove
      *        it is a valid date no later than the accounting-
      *        period cutoff card (reason BADDAT), and the GL
      *        extract summarizes per account per effective date,
      *        and the currency the amounts were keyed in -- blank
      *        (or USD) for the base currency; any other code is
      *        converted to base at the exchange rate treasury
      *        quoted for the effective date (RATEREC.cpy), and a
      *        detail with no quote on file suspends NORATE
      *   "T"  trailer -- last record of its batch: count of that
      *        batch's detail records and hash total, defined as
      *        the algebraic sum of every in-use addend (entries 1
      * fails the job before Sum runs when a trailer does not
      * prove.
      * The hash total is over the keyed addends themselves, so it
      * is independent of the operation codes (and of currency --
      * it proves what was keyed, not what it converts to).
      * Batches numbered 900 up, with transaction identifiers from
      * 9000001 up, are not keyed: SUM-SCHED generates them from the
      * standing-transaction master (see STANDREC.cpy).
      *****************************************************************
       01  TRANS-IN-RECORD.
           05  TI-RECORD-TYPE          PIC X.
           05  TI-ADDEND-TABLE         PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE OCCURS 5 TIMES.
           05  TI-EFFECTIVE-DATE       PIC X(8).
           05  TI-CURRENCY-CODE        PIC X(3).
               88  TI-BASE-CURRENCY            VALUE SPACES "USD".

       01  TRANS-HEADER-RECORD.
           05  TH-RECORD-TYPE          PIC X.
           05  TH-DEPARTMENT           PIC X(4).
           05  TH-CREATE-DATE          PIC X(8).
           05  TH-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(51).

       01  TRANS-TRAILER-RECORD.
           05  TT-RECORD-TYPE          PIC X.
           05  TT-RECORD-COUNT         PIC 9(7).
           05  TT-HASH-TOTAL           PIC S9(11)V99 SIGN IS LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(45).
