      *****************************************************************
      * CALREC.cpy
      * Shared layout of a PROD.SUM.CALENDAR record (VSAM KSDS, key =
      * CA-DATE, defined once at setup with IDCAMS -- see
      * jcl/CALMNT.jcl).  The business-day calendar: one record per
      * date that is a bank holiday, a fiscal period end, or both.
      * Saturdays and Sundays are never business days and are not
      * keyed; every other date not on the file is an ordinary
      * business day.  Maintained by CAL-MAINT (sumCalMaint.cob) and
      * loaded whole at start of run by SUM-EDIT, Sum, SUM-DIFF,
      * SUSP-AGE and SUM-STMT.
      *
      * A detail whose effective date is not a business day posts on
      * the next business day -- unless a period end lies between
      * the two, in which case it posts on the last business day
      * before it, so weekend and holiday work stays in the period
      * it was dated to.  With no CUTOFF card the accounting-period
      * cutoff is the first period end on or after the run date.
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CA-DATE                 PIC X(8).
           05  CA-HOLIDAY-FLAG         PIC X.
               88  CA-HOLIDAY                  VALUE "Y".
           05  CA-PERIOD-END-FLAG      PIC X.
               88  CA-PERIOD-END               VALUE "Y".
           05  CA-DESCRIPTION          PIC X(30).
           05  CA-LAST-MAINT-DATE      PIC X(8).
           05  CA-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(11).
