      *****************************************************************
      * BUDGREC.cpy
      * Shared layout of a PROD.SUM.BUDGETS record (VSAM KSDS, key =
      * BM-KEY, GL account then fiscal year and month, defined once
      * at setup with IDCAMS).  One record per GL account per fiscal
      * month: what the account was budgeted to post that month and,
      * once the month is closed, what it actually did.  Loaded once
      * a year and adjusted by BUDG-MAINT (sumBudgetMaint.cob); read
      * by the variance report SUM-BUDVAR (sumBudgetVariance.cob).
      *
      * Amounts are signed the way SUM-GLMON nets an account --
      * debits plus, credits minus -- so an expense budget is
      * positive and a revenue budget negative, and actual less
      * budget is unfavorable whenever it comes out positive.
      *   BM-BUDGET-AMOUNT   the budget as it stands now
      *   BM-LOADED-AMOUNT   the budget as the yearly load (or the
      *                      card that added it) set it, so an
      *                      adjusted budget can be told from the
      *                      original
      *   BM-ACTUAL-AMOUNT   the month's net actual, recorded by the
      *                      month-end SUM-BUDVAR run with
      *                      PARM='FINAL' on BM-ACTUAL-DATE; blank
      *                      date means never recorded.  These are
      *                      what year-to-date is built from once the
      *                      month's nightly extracts have rolled off.
      * A record with a zero budget is how an account that posted
      * without a budget keeps its actual for year-to-date.
      *
      * BM-FISCAL-MONTH counts 01-12 from the first month of the
      * fiscal year, and BM-FISCAL-YEAR is the calendar year the
      * fiscal year ENDS in.  Where the fiscal year starts is held on
      * the control record below; with a July start, fiscal 2027
      * month 01 is July 2026.
      *
      * The record whose key is blank is not a budget: it is the
      * control record (BUDGET-CONTROL-RECORD), kept by BUDG-MAINT
      * "F" cards and by the FINAL run:
      *   BC-FY-START-MONTH     calendar month the fiscal year
      *                         starts in, 01-12 (no record = 01)
      *   BC-THRESHOLD-PERCENT  variance, as a percentage of budget,
      *                         beyond which SUM-BUDVAR flags an
      *                         account (no record = 010.0)
      *   BC-LAST-FINAL-MONTH   latest calendar month, CCYYMM, whose
      *                         actuals a FINAL run has recorded
      * Changing the start month re-labels every budget already on
      * file; do it only between fiscal years, before the load.
      *****************************************************************
       01  BUDGET-RECORD.
           05  BM-KEY.
               10  BM-GL-ACCOUNT       PIC X(6).
               10  BM-FISCAL-YEAR      PIC 9(4).
               10  BM-FISCAL-MONTH     PIC 9(2).
           05  BM-BUDGET-AMOUNT        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BM-LOADED-AMOUNT        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BM-ACTUAL-AMOUNT        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  BM-ACTUAL-DATE          PIC X(8).
           05  BM-LAST-MAINT-DATE      PIC X(8).
           05  BM-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(9).

       01  BUDGET-CONTROL-RECORD.
           05  BC-KEY                  PIC X(12).
           05  BC-FY-START-MONTH       PIC 9(2).
           05  BC-THRESHOLD-PERCENT    PIC 9(3)V9.
           05  BC-LAST-FINAL-MONTH     PIC X(6).
           05  BC-LAST-MAINT-DATE      PIC X(8).
           05  BC-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(47).
