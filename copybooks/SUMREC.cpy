      *         ==SUM-GL-ACCOUNT==   BY ==SO-GL-ACCOUNT==
      *         ==SUM-REVERSAL-FLAG== BY ==SO-REVERSAL-FLAG==
      *         ==SUM-ITEM-REVERSED== BY ==SO-ITEM-REVERSED==
      *         ==SUM-EFFECTIVE-DATE== BY ==SO-EFFECTIVE-DATE==
      *         ==SUM-CURRENCY-CODE== BY ==SO-CURRENCY-CODE==
      *         ==SUM-EXCHANGE-RATE== BY ==SO-EXCHANGE-RATE==
      *         ==SUM-ORIGINAL-TOTAL== BY ==SO-ORIGINAL-TOTAL==.
      *
      * SUM-TRANS-ID carries the transaction identifier keyed on the
      * input record, so a totals record can be quoted and looked up
      * posted under -- the GL extract summarizes per account per
      * effective date, so back-dated and late-recycled work lands
      * in the period it belongs to.
      * SUM-TOTAL is always in the base currency -- it is what
      * reconciles, reverses and goes to the ledger.  A detail
      * keyed in a foreign currency carries that currency in
      * SUM-CURRENCY-CODE, the total of its addends as keyed in
      * SUM-ORIGINAL-TOTAL and the rate it was converted at in
      * SUM-EXCHANGE-RATE (see RATEREC.cpy); SUM-TOTAL is the
      * original total times the rate, rounded to the cent.  The
      * addends themselves stay as keyed.  A base-currency record
      * carries a blank code, rate 1 and the same figure in both
      * totals.
      * SUM-REVERSAL-FLAG is space as posted; SUM-REVERSE marks it
      * "R" on the totals master when the settlements desk backs the
      * record out, and SUM-TOTINQ shows the flag on its inquiry.
           05  SUM-REVERSAL-FLAG       PIC X.
               88  SUM-ITEM-REVERSED           VALUE "R".
           05  SUM-EFFECTIVE-DATE      PIC X(8).
           05  SUM-CURRENCY-CODE       PIC X(3).
           05  SUM-EXCHANGE-RATE       PIC 9(4)V9(6).
           05  SUM-ORIGINAL-TOTAL      PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
