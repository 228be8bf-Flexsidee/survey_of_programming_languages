      *****************************************************************
      * HOLDLST.cpy
      * Layout of a record on the night's hold list PROD.SUM.HOLD.LIST,
      * written by SUM-EDIT when the night proves and read by Sum and
      * SUM-DIFF.  The posting limits (AM-ITEM-LIMIT, AM-DAILY-LIMIT
      * in ACCTREC.cpy) are judged ONCE, by SUM-EDIT, over the whole
      * night in file order -- a daily limit depends on what posted to
      * the account ahead of the item, and only SUM-EDIT sees the
      * night whole.  Sum then holds exactly the items listed here,
      * so a restarted Sum, the parallel SUMPARA streams and SUM-DIFF
      * all agree with the totals SUM-EDIT predicted.
      *
      *   HL-HOLD-ITEM       the item is over a limit: hold it
      *   HL-POST-RELEASED   the item is over a limit but the
      *                      controller approved it on the hold
      *                      master: post it and report it posted
      *
      * HL-TRANS-IMAGE is the whole TRANS-IN-RECORD, so the match is
      * on the item itself and not just its transaction ID, and must
      * stay the same length.  An item listed twice (the same image
      * keyed twice in one night) has two entries, one per occurrence.
      *****************************************************************
       01  HOLD-LIST-RECORD.
           05  HL-ACTION               PIC X.
               88  HL-HOLD-ITEM                VALUE "H".
               88  HL-POST-RELEASED            VALUE "P".
           05  HL-TRANS-ID             PIC 9(7).
           05  HL-REASON-CODE          PIC X(6).
           05  HL-ITEM-AMOUNT          PIC 9(7)V99.
           05  HL-LIMIT                PIC 9(7)V99.
           05  HL-TRANS-IMAGE          PIC X(67).
           05  FILLER                  PIC X(1).
