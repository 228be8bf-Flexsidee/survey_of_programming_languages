      *****************************************************************
      * RATEREC.cpy
      * Shared layout of a PROD.SUM.EXCHANGE.RATES record (VSAM KSDS,
      * key = XR-KEY, currency then rate date, defined once at setup
      * with IDCAMS).  One record per foreign currency per day the
      * treasury desk quotes it.  Maintained by RATE-MAINT
      * (sumRateMaint.cob) and read by a keyed lookup per foreign-
      * currency detail in SUM-EDIT, Sum and SUM-DIFF.
      *
      * XR-RATE is the number of base-currency dollars one unit of
      * the foreign currency buys on XR-RATE-DATE, to six places
      * (0001085000 is 1.085000).  A detail keyed in a foreign
      * currency (TI-CURRENCY-CODE, TRANREC.cpy) is converted at the
      * rate whose date is EXACTLY its effective posting date --
      * there is no falling back to an earlier day's rate, so work
      * dated a day treasury did not quote suspends NORATE instead
      * of posting at a stale rate.  The base currency itself is
      * never on the file.
      *
      * A rate already used stays on the totals master with each
      * item that posted at it (SUM-EXCHANGE-RATE, SUMREC.cpy), so a
      * later correction here changes only what posts from then on.
      *****************************************************************
       01  RATE-RECORD.
           05  XR-KEY.
               10  XR-CURRENCY-CODE    PIC X(3).
               10  XR-RATE-DATE        PIC X(8).
           05  XR-RATE                 PIC 9(4)V9(6).
           05  XR-LAST-MAINT-DATE      PIC X(8).
           05  XR-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(10).
