      * AM-EXPIRY-DATE means the account is open-ended.
      * AM-LAST-MAINT-DATE / AM-LAST-MAINT-ACTION record who-did-what
      * bookkeeping the card deck never had: the date the record was
      * last touched and the maintenance action (A/C/D/L) that
      * touched it.
      *
      * AM-ITEM-LIMIT and AM-DAILY-LIMIT are the posting limits set by
      * ACCT-MAINT "L" cards: the largest single item (absolute total)
      * the account may take, and the most it may take in one night,
      * summed over every item posted to it.  Zero -- or the spaces
      * every record carried in these bytes before the limits existed
      * -- means no limit.  An item over either limit is not posted;
      * it goes to the hold master (HOLDREC.cpy) for the controller to
      * approve or reject.
      *****************************************************************
       01  ACCT-RECORD.
           05  AM-GL-ACCOUNT           PIC X(6).
           05  AM-EXPIRY-DATE          PIC X(8).
           05  AM-LAST-MAINT-DATE      PIC X(8).
           05  AM-LAST-MAINT-ACTION    PIC X.
           05  AM-ITEM-LIMIT           PIC 9(7)V99.
           05  AM-DAILY-LIMIT          PIC 9(7)V99.
