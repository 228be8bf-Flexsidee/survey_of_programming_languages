      *****************************************************************
      * ALLOCREC.cpy
      * Shared layout of a PROD.SUM.ALLOC.RULES cost-allocation rule
      * (VSAM KSDS, key = AR-SOURCE-ACCOUNT, defined once at setup
      * with IDCAMS).  One record per shared-service GL account whose
      * period activity is charged back to the accounts using it.
      * Maintained by ALLOC-MAINT (sumAllocMaint.cob) and read by the
      * period allocation run SUM-ALLOC (sumCostAlloc.cob).
      *
      * AR-TARGET holds AR-TARGET-COUNT target accounts, each with
      * the percentage of the source's activity it takes, to two
      * places (03350 is 33.50%).  A rule is only used when it is
      * AR-RULE-ACTIVE and its percentages add to exactly 100.00;
      * SUM-ALLOC refuses and reports any other.  Each target's share
      * is rounded to the cent and the LAST target listed absorbs
      * the rounding difference, so the targets always add back to
      * the source to the penny.
      *
      * AR-LAST-PERIOD-END is the period-end date of the last
      * allocation SUM-ALLOC generated for the rule, and
      * AR-LAST-ALLOC-AMOUNT what it moved; a period already
      * allocated is refused unless the run is forced.
      *****************************************************************
       01  ALLOC-RECORD.
           05  AR-SOURCE-ACCOUNT       PIC X(6).
           05  AR-DESCRIPTION          PIC X(30).
           05  AR-STATUS               PIC X.
               88  AR-RULE-ACTIVE              VALUE "A".
               88  AR-RULE-INACTIVE            VALUE "I".
           05  AR-LAST-MAINT-DATE      PIC X(8).
           05  AR-LAST-MAINT-ACTION    PIC X.
           05  AR-TARGET-COUNT         PIC 9(2).
           05  AR-TARGET               OCCURS 10 TIMES.
               10  AR-TARGET-ACCOUNT   PIC X(6).
               10  AR-TARGET-PERCENT   PIC 9(3)V99.
           05  AR-LAST-PERIOD-END      PIC X(8).
           05  AR-LAST-ALLOC-AMOUNT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(20).
