       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-BUDVAR.
      *****************************************************************
      * Monthly budget-versus-actual variance report by GL account.
      * The actuals come from the same nightly extracts SUM-GLMON
      * consolidates; the budgets from PROD.SUM.BUDGETS (BUDGREC.cpy,
      * kept by BUDG-MAINT).
      *
      * Inputs:
      *   GLIN      the PROD.SUM.GL.EXTRACT.DAILY generations, the
      *             GDG base concatenated the way SUM-GLMON reads
      *             them, and after them the allocation extracts
      *             SUM-ALLOC banks, so chargebacks land on the
      *             accounts they were charged to.  Every night is
      *             proved against its own trailer.  A detail line
      *             belongs to the month its effective (ledger) date
      *             falls in.
      *   VARPRM    one card, optional:
      *               cols  1-6   report month   CCYYMM, blank =
      *                                          this month
      *               cols  7-10  threshold      9(3)V9, blank =
      *                                          the control record's
      *   BUDGMST   the budget file.  The control record gives the
      *             month the fiscal year starts in and the flag
      *             threshold; the budget records give the month's
      *             budget, the year-to-date budget through it, and
      *             the actuals recorded for the earlier months of
      *             the fiscal year.
      *   PARM      'FINAL' at month-end close records the month's
      *             actual on every account's budget record (adding
      *             a zero-budget record for an account that posted
      *             without one) and the month on the control record.
      *             Without it the run is a preview and changes
      *             nothing, so it may be run any day of the month.
      *
      * For each account: the month's actual, budget, variance and
      * variance as a percentage of budget, then the same for the
      * fiscal year to date -- the recorded actuals of the earlier
      * months plus this month's.  Amounts are net, debits plus and
      * credits minus, so variance (actual less budget) is
      * unfavorable when positive: an expense over its budget or
      * revenue short of it.  An account unfavorable by more than
      * the threshold on the month or the year to date is flagged
      * OVER (debit budget) or SHORT (credit budget); one that posted
      * with no budget at all is flagged NO BUDGET.
      *
      * RETURN-CODE:
      *    4  GLIN did not prove (nothing recorded, even with
      *       'FINAL'), or an earlier month of the fiscal year was
      *       never recorded so year-to-date is short
      *   16  a bad VARPRM card or a file that would not open
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-IN ASSIGN TO GLIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-IN-STATUS.

               SELECT VAR-PARM ASSIGN TO VARPRM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-VAR-PARM-STATUS.

               SELECT BUDGET-MASTER ASSIGN TO BUDGMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS WS-BUDGET-MASTER-STATUS.

               SELECT VAR-RPT ASSIGN TO VARRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-VAR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-IN
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY GLEXTREC.

       FD  VAR-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  VAR-PARM-RECORD.
           05  VP-REPORT-MONTH         PIC X(6).
           05  VP-THRESHOLD-PERCENT    PIC X(4).
           05  VP-THRESHOLD-NUMERIC REDEFINES VP-THRESHOLD-PERCENT
                                       PIC 9(3)V9.
           05  FILLER                  PIC X(70).

       FD  BUDGET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUDGREC.

       FD  VAR-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  VAR-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GL-IN-STATUS         PIC X(2).
           05  WS-VAR-PARM-STATUS      PIC X(2).
           05  WS-BUDGET-MASTER-STATUS PIC X(2).
           05  WS-VAR-RPT-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  END-OF-FILE                 VALUE "Y".
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-RUN-FAILED-SW        PIC X(1) VALUE "N".
               88  RUN-FAILED                  VALUE "Y".
           05  WS-INPUT-FAILED-SW      PIC X(1) VALUE "N".
               88  INPUT-PROOF-FAILED          VALUE "Y".
           05  WS-YTD-SHORT-SW         PIC X(1) VALUE "N".
               88  YTD-IS-SHORT                VALUE "Y".
           05  WS-FINAL-SW             PIC X(1) VALUE "N".
               88  FINAL-REQUESTED             VALUE "Y".
           05  WS-CONTROL-FOUND-SW     PIC X(1) VALUE "N".
               88  CONTROL-IS-ON-FILE          VALUE "Y".
           05  WS-BUDGET-MASTER-SW     PIC X(1) VALUE "N".
               88  BUDGET-MASTER-OPEN          VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-PARM-WORK                PIC X(16).
       01  WS-FINAL-TALLY              PIC 9 VALUE ZERO.

      *****************************************************************
      * The report month and where it falls in the fiscal year.  The
      * fiscal year is named for the calendar year it ends in.
      *****************************************************************
       01  WS-REPORT-MONTH.
           05  WS-REPORT-CCYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-CCYY           PIC 9(4).
           05  WS-PRIOR-MM             PIC 9(2).
       01  WS-FISCAL-YEAR              PIC 9(4).
       01  WS-FISCAL-MONTH             PIC 9(2).
       01  WS-FY-START-MONTH           PIC 9(2) VALUE 1.
       01  WS-THRESHOLD-PERCENT        PIC 9(3)V9 VALUE 10.0.
       01  WS-LAST-FINAL-MONTH         PIC X(6) VALUE SPACES.

      *****************************************************************
      * One entry per account: every account with a budget record in
      * the fiscal year through the report month (loaded first, in
      * key order), then every other account that posted in the
      * month, added as GLIN is read.
      *****************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE        PIC X(6).
               10  WS-ACCT-BUDGETED-SW PIC X.
                   88  ACCT-IS-BUDGETED        VALUE "Y".
               10  WS-ACCT-MONTH-BUDGET
                                       PIC S9(11)V99.
               10  WS-ACCT-MONTH-ACTUAL
                                       PIC S9(11)V99.
               10  WS-ACCT-YTD-BUDGET  PIC S9(11)V99.
               10  WS-ACCT-PRIOR-ACTUAL
                                       PIC S9(11)V99.
       01  WS-ACCT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-ACCT-MAX                 PIC 9(3) VALUE 500.
       01  WS-ACCT-IX                  PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-ACCT-IX          PIC 9(3) VALUE ZERO.
       01  WS-SEARCH-ACCOUNT           PIC X(6).

       01  WS-LINE-WORK.
           05  WS-YTD-ACTUAL           PIC S9(11)V99.
           05  WS-VARIANCE             PIC S9(11)V99.
           05  WS-ABS-BUDGET           PIC S9(11)V99.
           05  WS-VARIANCE-PERCENT     PIC S9(5)V9.
           05  WS-FLAG-TEXT            PIC X(11).
           05  WS-SIDE-FLAG            PIC X(11).

       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-NIGHT-PROOF.
           05  WS-NIGHT-LINES          PIC 9(7) VALUE ZERO.
           05  WS-NIGHT-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-INPUT-FIGURES.
           05  WS-NIGHTS-READ          PIC 9(3) VALUE ZERO.
           05  WS-DETAILS-READ         PIC 9(7) VALUE ZERO.
           05  WS-MONTH-DETAILS        PIC 9(7) VALUE ZERO.
           05  WS-FIRST-RUN-DATE       PIC X(8) VALUE HIGH-VALUES.
           05  WS-LAST-RUN-DATE        PIC X(8) VALUE LOW-VALUES.

       01  WS-REPORT-FIGURES.
           05  WS-TOTAL-MONTH-ACTUAL   PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-MONTH-BUDGET   PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-YTD-ACTUAL     PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-YTD-BUDGET     PIC S9(13)V99 VALUE ZERO.
           05  WS-ACCOUNTS-FLAGGED     PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNTS-RECORDED    PIC 9(3) VALUE ZERO.
           05  WS-SECTION-LINES        PIC 9(3) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "MONTHLY BUDGET VARIANCE REPORT BY GL ACCOUNT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RD-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  RD-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  RD-DAY                  PIC X(2).
           05  RD-FINAL-NOTE           PIC X(50).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "REPORT MONTH    ".
           05  PL-REPORT-MONTH         PIC X(6).
           05  FILLER                  PIC X(16)
                   VALUE "   FISCAL YEAR  ".
           05  PL-FISCAL-YEAR          PIC 9(4).
           05  FILLER                  PIC X(9) VALUE "  MONTH  ".
           05  PL-FISCAL-MONTH         PIC 9(2).
           05  FILLER                  PIC X(20)
                   VALUE "   FLAG THRESHOLD  ".
           05  PL-THRESHOLD            PIC ZZ9.9.
           05  FILLER                  PIC X VALUE "%".

       01  WS-NIGHTS-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "FROM THE NIGHTS ".
           05  NL-FIRST-RUN            PIC X(8).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  NL-LAST-RUN             PIC X(8).
           05  FILLER                  PIC X(3) VALUE " (".
           05  NL-NIGHTS               PIC ZZ9.
           05  FILLER                  PIC X(8) VALUE " NIGHTS)".

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  NT-TEXT                 PIC X(90).

       01  WS-SECTION-LINE             PIC X(132).

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE ALL "-".
           05  FILLER                  PIC X(9) VALUE "  MONTH  ".
           05  FILLER                  PIC X(22) VALUE ALL "-".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE ALL "-".
           05  FILLER                  PIC X(15)
                   VALUE "  YEAR TO DATE ".
           05  FILLER                  PIC X(19) VALUE ALL "-".

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  FILLER                  PIC X(15)
                   VALUE "        ACTUAL ".
           05  FILLER                  PIC X(15)
                   VALUE "        BUDGET ".
           05  FILLER                  PIC X(15)
                   VALUE "      VARIANCE ".
           05  FILLER                  PIC X(10) VALUE "     PCT  ".
           05  FILLER                  PIC X(15)
                   VALUE "        ACTUAL ".
           05  FILLER                  PIC X(15)
                   VALUE "        BUDGET ".
           05  FILLER                  PIC X(15)
                   VALUE "      VARIANCE ".
           05  FILLER                  PIC X(10) VALUE "     PCT  ".
           05  FILLER                  PIC X(4) VALUE "FLAG".

       01  WS-ACCT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL-ACCOUNT              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL-MONTH-ACTUAL         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-MONTH-BUDGET         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-MONTH-VARIANCE       PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-MONTH-PERCENT        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL-YTD-ACTUAL           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-YTD-BUDGET           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-YTD-VARIANCE         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  AL-YTD-PERCENT          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL-FLAG                 PIC X(11).

       01  WS-PERCENT-EDIT             PIC -ZZZZ9.9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "  TOTAL   ".
           05  TL-MONTH-ACTUAL         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-MONTH-BUDGET         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-MONTH-VARIANCE       PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  TL-YTD-ACTUAL           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-YTD-BUDGET           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-YTD-VARIANCE         PIC -ZZZZZZZZZ9.99.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(18)
                   VALUE "NIGHTS READ       ".
           05  CL-NIGHTS               PIC ZZ9.
           05  FILLER                  PIC X(18)
                   VALUE "  MONTH DETAILS   ".
           05  CL-MONTH-DETAILS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  ACCOUNTS ".
           05  CL-ACCOUNTS             PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE "  FLAGGED  ".
           05  CL-FLAGGED              PIC ZZ9.

       01  WS-PROOF-RESULT-LINE.
           05  FILLER                  PIC X(27)
                   VALUE "GLIN PROOF:                ".
           05  PR-RESULT               PIC X(8).

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(16).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-FAILED
               PERFORM 1200-LOAD-BUDGETS
           END-IF
           IF NOT RUN-FAILED
               PERFORM 2000-READ-ACTIVITY UNTIL END-OF-FILE
               PERFORM 4000-WRITE-REPORT
               IF FINAL-REQUESTED
                   PERFORM 5000-RECORD-ACTUALS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE "   -- PREVIEW, NO ACTUALS RECORDED" TO RD-FINAL-NOTE
           IF LK-PARM-LEN >= 1 AND LK-PARM-LEN <= 16
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
               INSPECT WS-PARM-WORK TALLYING WS-FINAL-TALLY
                   FOR ALL "FINAL"
               IF WS-FINAL-TALLY > ZERO
                   SET FINAL-REQUESTED TO TRUE
                   MOVE "   -- FINAL, ACTUALS RECORDED ON BUDGMST"
                       TO RD-FINAL-NOTE
                   DISPLAY "SUM-BUDVAR: PARM='FINAL' -- THE MONTH'S "
                       "ACTUALS WILL BE RECORDED"
               END-IF
           END-IF

           OPEN OUTPUT VAR-RPT
           IF WS-VAR-RPT-STATUS NOT = "00"
               DISPLAY "SUM-BUDVAR: UNABLE TO OPEN VARRPT, "
                   "STATUS = " WS-VAR-RPT-STATUS
               SET RUN-FAILED TO TRUE
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO RD-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO RD-MONTH
               MOVE WS-CURRENT-TIMESTAMP(7:2) TO RD-DAY
               WRITE VAR-RPT-RECORD FROM WS-TITLE-LINE
               WRITE VAR-RPT-RECORD FROM WS-RUN-DATE-LINE
           END-IF

           IF NOT RUN-FAILED
               IF FINAL-REQUESTED
                   OPEN I-O BUDGET-MASTER
               ELSE
                   OPEN INPUT BUDGET-MASTER
               END-IF
               IF WS-BUDGET-MASTER-STATUS = "00"
                   SET BUDGET-MASTER-OPEN TO TRUE
                   PERFORM 1150-READ-CONTROL-RECORD
               ELSE
                   DISPLAY "SUM-BUDVAR: UNABLE TO OPEN BUDGMST, "
                       "STATUS = " WS-BUDGET-MASTER-STATUS
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-FAILED
               PERFORM 1100-READ-PARM-CARD
           END-IF

           IF NOT RUN-FAILED
               PERFORM 1160-PLACE-FISCAL-MONTH
               OPEN INPUT GL-IN
               IF WS-GL-IN-STATUS NOT = "00"
                   DISPLAY "SUM-BUDVAR: UNABLE TO OPEN GLIN, STATUS = "
                       WS-GL-IN-STATUS
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-FAILED
               PERFORM 8000-READ-GL-IN
           END-IF.

      *****************************************************************
      * The card is optional -- no card, or a blank one, reports the
      * current month at the control record's threshold -- but a
      * card that says something must say it properly.
      *****************************************************************
       1100-READ-PARM-CARD.
           MOVE SPACES TO VAR-PARM-RECORD
           OPEN INPUT VAR-PARM
           IF WS-VAR-PARM-STATUS NOT = "00"
               DISPLAY "SUM-BUDVAR: NO VARPRM CARD, REPORTING THIS "
                   "MONTH"
           ELSE
               READ VAR-PARM
                   AT END
                       MOVE SPACES TO VAR-PARM-RECORD
               END-READ
               CLOSE VAR-PARM
           END-IF

           IF VP-REPORT-MONTH = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-REPORT-MONTH
           ELSE
               IF VP-REPORT-MONTH IS NUMERIC
                       AND VP-REPORT-MONTH(5:2) >= "01"
                       AND VP-REPORT-MONTH(5:2) <= "12"
                   MOVE VP-REPORT-MONTH TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "SUM-BUDVAR: VARPRM REPORT MONTH "
                       VP-REPORT-MONTH " IS NOT CCYYMM"
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF VP-THRESHOLD-PERCENT NOT = SPACES
               IF VP-THRESHOLD-NUMERIC IS NUMERIC
                       AND VP-THRESHOLD-NUMERIC > ZERO
                   MOVE VP-THRESHOLD-NUMERIC TO WS-THRESHOLD-PERCENT
               ELSE
                   DISPLAY "SUM-BUDVAR: VARPRM THRESHOLD "
                       VP-THRESHOLD-PERCENT " IS NOT 9(3)V9"
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF.

       1150-READ-CONTROL-RECORD.
           MOVE SPACES TO BC-KEY
           READ BUDGET-MASTER
               INVALID KEY
                   DISPLAY "SUM-BUDVAR: NO BUDGET CONTROL RECORD -- "
                       "JANUARY START, 10.0% THRESHOLD"
               NOT INVALID KEY
                   SET CONTROL-IS-ON-FILE TO TRUE
                   IF BC-FY-START-MONTH IS NUMERIC
                           AND BC-FY-START-MONTH >= 1
                           AND BC-FY-START-MONTH <= 12
                       MOVE BC-FY-START-MONTH TO WS-FY-START-MONTH
                   END-IF
                   IF BC-THRESHOLD-PERCENT IS NUMERIC
                           AND BC-THRESHOLD-PERCENT > ZERO
                       MOVE BC-THRESHOLD-PERCENT
                           TO WS-THRESHOLD-PERCENT
                   END-IF
                   MOVE BC-LAST-FINAL-MONTH TO WS-LAST-FINAL-MONTH
           END-READ.

      *****************************************************************
      * Which fiscal year and month the report month is.  With a
      * July start, July 2026 is fiscal 2027 month 01 and June 2027
      * is fiscal 2027 month 12.  Year-to-date is short when the
      * calendar month before this one belongs to the same fiscal
      * year and no FINAL run has recorded it.
      *****************************************************************
       1160-PLACE-FISCAL-MONTH.
           EVALUATE TRUE
               WHEN WS-FY-START-MONTH = 1
                   MOVE WS-REPORT-CCYY TO WS-FISCAL-YEAR
                   MOVE WS-REPORT-MM TO WS-FISCAL-MONTH
               WHEN WS-REPORT-MM >= WS-FY-START-MONTH
                   COMPUTE WS-FISCAL-YEAR = WS-REPORT-CCYY + 1
                   COMPUTE WS-FISCAL-MONTH =
                       WS-REPORT-MM - WS-FY-START-MONTH + 1
               WHEN OTHER
                   MOVE WS-REPORT-CCYY TO WS-FISCAL-YEAR
                   COMPUTE WS-FISCAL-MONTH =
                       WS-REPORT-MM + 13 - WS-FY-START-MONTH
           END-EVALUATE

           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-CCYY = WS-REPORT-CCYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-CCYY TO WS-PRIOR-CCYY
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           IF WS-FISCAL-MONTH > 1
               IF WS-LAST-FINAL-MONTH = SPACES
                       OR WS-LAST-FINAL-MONTH < WS-PRIOR-MONTH
                   SET YTD-IS-SHORT TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Every budget record of the fiscal year up to the report month
      * puts its account in the table: the month's own record gives
      * the month's budget, and every one adds to the year-to-date
      * budget; the earlier months' recorded actuals are the
      * year-to-date actual so far.
      *****************************************************************
       1200-LOAD-BUDGETS.
           MOVE "N" TO WS-END-OF-MASTER-SW
           MOVE LOW-VALUES TO BM-KEY
           START BUDGET-MASTER KEY >= BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ BUDGET-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-END-OF-MASTER-SW
                   NOT AT END
                       IF BM-KEY NOT = SPACES
                               AND BM-FISCAL-YEAR = WS-FISCAL-YEAR
                               AND BM-FISCAL-MONTH <= WS-FISCAL-MONTH
                           PERFORM 1250-TABLE-BUDGET
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "SUM-BUDVAR: BUDGETED ACCOUNTS = " WS-ACCT-COUNT.

       1250-TABLE-BUDGET.
           MOVE BM-GL-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT
           IF WS-MATCHED-ACCT-IX > ZERO
               SET ACCT-IS-BUDGETED(WS-MATCHED-ACCT-IX) TO TRUE
               ADD BM-BUDGET-AMOUNT
                   TO WS-ACCT-YTD-BUDGET(WS-MATCHED-ACCT-IX)
               IF BM-FISCAL-MONTH = WS-FISCAL-MONTH
                   MOVE BM-BUDGET-AMOUNT
                       TO WS-ACCT-MONTH-BUDGET(WS-MATCHED-ACCT-IX)
               ELSE
                   IF BM-ACTUAL-DATE NOT = SPACES
                       ADD BM-ACTUAL-AMOUNT
                           TO WS-ACCT-PRIOR-ACTUAL(WS-MATCHED-ACCT-IX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Each night arrives whole on the concatenation and is proved
      * against its own trailer, exactly as SUM-GLMON proves them.
      * Details dated in the report month add to their account's
      * month actual.
      *****************************************************************
       2000-READ-ACTIVITY.
           EVALUATE TRUE
               WHEN GE-HEADER-REC
                   ADD 1 TO WS-NIGHTS-READ
                   MOVE ZERO TO WS-NIGHT-LINES
                   MOVE ZERO TO WS-NIGHT-HASH
                   IF GH-RUN-DATE < WS-FIRST-RUN-DATE
                       MOVE GH-RUN-DATE TO WS-FIRST-RUN-DATE
                   END-IF
                   IF GH-RUN-DATE > WS-LAST-RUN-DATE
                       MOVE GH-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
               WHEN GE-DETAIL-REC
                   ADD 1 TO WS-NIGHT-LINES
                   ADD GE-AMOUNT TO WS-NIGHT-HASH
                   ADD 1 TO WS-DETAILS-READ
                   IF GE-TRANS-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 2100-ACCUMULATE-DETAIL
                   END-IF
               WHEN GE-TRAILER-REC
                   IF WS-NIGHT-LINES NOT = GT-LINE-COUNT
                           OR WS-NIGHT-HASH NOT = GT-HASH-TOTAL
                       DISPLAY "SUM-BUDVAR: *** A NIGHTLY EXTRACT "
                           "DOES NOT PROVE TO ITS TRAILER ***"
                       SET INPUT-PROOF-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "SUM-BUDVAR: *** GLIN RECORD TYPE IS NOT "
                       "H, D OR T ***"
                   SET INPUT-PROOF-FAILED TO TRUE
           END-EVALUATE
           PERFORM 8000-READ-GL-IN.

       2100-ACCUMULATE-DETAIL.
           IF GE-DR-CR-CODE = "C"
               COMPUTE WS-SIGNED-AMOUNT = GE-AMOUNT * -1
           ELSE
               MOVE GE-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           MOVE GE-GL-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT
           IF WS-MATCHED-ACCT-IX > ZERO
               ADD WS-SIGNED-AMOUNT
                   TO WS-ACCT-MONTH-ACTUAL(WS-MATCHED-ACCT-IX)
               ADD 1 TO WS-MONTH-DETAILS
           END-IF.

      *****************************************************************
      * Finds WS-SEARCH-ACCOUNT in the table, adding it when it is not
      * there; WS-MATCHED-ACCT-IX is its entry, or zero when the
      * table is full -- which fails the proof, since the report
      * would be missing an account.
      *****************************************************************
       2200-FIND-ACCOUNT.
           MOVE ZERO TO WS-MATCHED-ACCT-IX
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-SEARCH-ACCOUNT = WS-ACCT-CODE(WS-ACCT-IX)
                   MOVE WS-ACCT-IX TO WS-MATCHED-ACCT-IX
               END-IF
           END-PERFORM
           IF WS-MATCHED-ACCT-IX = ZERO
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "SUM-BUDVAR: *** ACCOUNT TABLE FULL -- "
                       WS-SEARCH-ACCOUNT " DROPPED ***"
                   SET INPUT-PROOF-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-MATCHED-ACCT-IX
                   MOVE WS-SEARCH-ACCOUNT
                       TO WS-ACCT-CODE(WS-MATCHED-ACCT-IX)
                   MOVE "N" TO WS-ACCT-BUDGETED-SW(WS-MATCHED-ACCT-IX)
                   MOVE ZERO
                       TO WS-ACCT-MONTH-BUDGET(WS-MATCHED-ACCT-IX)
                   MOVE ZERO
                       TO WS-ACCT-MONTH-ACTUAL(WS-MATCHED-ACCT-IX)
                   MOVE ZERO TO WS-ACCT-YTD-BUDGET(WS-MATCHED-ACCT-IX)
                   MOVE ZERO
                       TO WS-ACCT-PRIOR-ACTUAL(WS-MATCHED-ACCT-IX)
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           MOVE WS-REPORT-MONTH TO PL-REPORT-MONTH
           MOVE WS-FISCAL-YEAR TO PL-FISCAL-YEAR
           MOVE WS-FISCAL-MONTH TO PL-FISCAL-MONTH
           MOVE WS-THRESHOLD-PERCENT TO PL-THRESHOLD
           WRITE VAR-RPT-RECORD FROM WS-PERIOD-LINE
           MOVE WS-FIRST-RUN-DATE TO NL-FIRST-RUN
           MOVE WS-LAST-RUN-DATE TO NL-LAST-RUN
           MOVE WS-NIGHTS-READ TO NL-NIGHTS
           WRITE VAR-RPT-RECORD FROM WS-NIGHTS-LINE
           MOVE "VARIANCE = ACTUAL LESS BUDGET, DEBITS PLUS"
               TO NT-TEXT
           WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
           IF YTD-IS-SHORT
               MOVE SPACES TO NT-TEXT
               STRING "*** YEAR TO DATE IS SHORT -- " WS-PRIOR-MONTH
                   " WAS NEVER RECORDED WITH PARM='FINAL'"
                   DELIMITED BY SIZE INTO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
               DISPLAY "SUM-BUDVAR: *** YEAR TO DATE IS SHORT -- "
                   WS-PRIOR-MONTH " NEVER RECORDED ***"
           END-IF
           IF INPUT-PROOF-FAILED
               MOVE "*** GLIN DOES NOT PROVE -- ACTUALS NOT RELIABLE"
                   TO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
           END-IF
           WRITE VAR-RPT-RECORD FROM WS-BLANK-LINE

           MOVE "BUDGETED ACCOUNTS" TO WS-SECTION-LINE
           WRITE VAR-RPT-RECORD FROM WS-SECTION-LINE
           WRITE VAR-RPT-RECORD FROM WS-HEADING-LINE-1
           WRITE VAR-RPT-RECORD FROM WS-HEADING-LINE-2
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF ACCT-IS-BUDGETED(WS-ACCT-IX)
                   PERFORM 4100-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "NONE" TO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
           END-IF
           WRITE VAR-RPT-RECORD FROM WS-BLANK-LINE

           MOVE "ACCOUNTS THAT POSTED IN THE MONTH WITH NO BUDGET"
               TO WS-SECTION-LINE
           WRITE VAR-RPT-RECORD FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF NOT ACCT-IS-BUDGETED(WS-ACCT-IX)
                   PERFORM 4100-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "NONE" TO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
           END-IF
           WRITE VAR-RPT-RECORD FROM WS-BLANK-LINE

           PERFORM 4300-WRITE-TOTALS.

      *****************************************************************
      * One account.  A zero budget has no percentage; an account
      * that posted against one is flagged NO BUDGET.  Otherwise the
      * month and the year to date are each tested against the
      * threshold, and the worse side of the budget names the flag.
      *****************************************************************
       4100-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE WS-ACCT-CODE(WS-ACCT-IX) TO AL-ACCOUNT
           COMPUTE WS-YTD-ACTUAL = WS-ACCT-PRIOR-ACTUAL(WS-ACCT-IX)
               + WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX)

           MOVE WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX) TO AL-MONTH-ACTUAL
           MOVE WS-ACCT-MONTH-BUDGET(WS-ACCT-IX) TO AL-MONTH-BUDGET
           COMPUTE WS-VARIANCE = WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX)
               - WS-ACCT-MONTH-BUDGET(WS-ACCT-IX)
           MOVE WS-VARIANCE TO AL-MONTH-VARIANCE
           MOVE WS-ACCT-MONTH-BUDGET(WS-ACCT-IX) TO WS-ABS-BUDGET
           PERFORM 4200-TEST-VARIANCE
           MOVE WS-PERCENT-EDIT TO AL-MONTH-PERCENT
           IF WS-ABS-BUDGET = ZERO
               MOVE SPACES TO AL-MONTH-PERCENT
           END-IF

           MOVE WS-YTD-ACTUAL TO AL-YTD-ACTUAL
           MOVE WS-ACCT-YTD-BUDGET(WS-ACCT-IX) TO AL-YTD-BUDGET
           COMPUTE WS-VARIANCE = WS-YTD-ACTUAL
               - WS-ACCT-YTD-BUDGET(WS-ACCT-IX)
           MOVE WS-VARIANCE TO AL-YTD-VARIANCE
           MOVE WS-ACCT-YTD-BUDGET(WS-ACCT-IX) TO WS-ABS-BUDGET
           PERFORM 4200-TEST-VARIANCE
           MOVE WS-PERCENT-EDIT TO AL-YTD-PERCENT
           IF WS-ABS-BUDGET = ZERO
               MOVE SPACES TO AL-YTD-PERCENT
           END-IF

           IF WS-FLAG-TEXT = SPACES
                   AND WS-ACCT-YTD-BUDGET(WS-ACCT-IX) = ZERO
                   AND WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX) NOT = ZERO
               MOVE "NO BUDGET" TO WS-FLAG-TEXT
           END-IF
           MOVE WS-FLAG-TEXT TO AL-FLAG
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-ACCOUNTS-FLAGGED
           END-IF
           WRITE VAR-RPT-RECORD FROM WS-ACCT-LINE

           ADD WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX)
               TO WS-TOTAL-MONTH-ACTUAL
           ADD WS-ACCT-MONTH-BUDGET(WS-ACCT-IX)
               TO WS-TOTAL-MONTH-BUDGET
           ADD WS-YTD-ACTUAL TO WS-TOTAL-YTD-ACTUAL
           ADD WS-ACCT-YTD-BUDGET(WS-ACCT-IX) TO WS-TOTAL-YTD-BUDGET.

      *****************************************************************
      * WS-VARIANCE against the budget in WS-ABS-BUDGET (signed on
      * the way in, made absolute here).  Leaves the percentage in
      * WS-PERCENT-EDIT and sets the flag when the variance is
      * unfavorable by more than the threshold.
      *****************************************************************
       4200-TEST-VARIANCE.
           MOVE ZERO TO WS-VARIANCE-PERCENT
           IF WS-ABS-BUDGET NOT = ZERO
               IF WS-ABS-BUDGET < ZERO
                   MOVE "** SHORT **" TO WS-SIDE-FLAG
                   COMPUTE WS-ABS-BUDGET = WS-ABS-BUDGET * -1
               ELSE
                   MOVE "** OVER **" TO WS-SIDE-FLAG
               END-IF
               COMPUTE WS-VARIANCE-PERCENT ROUNDED =
                   WS-VARIANCE * 100 / WS-ABS-BUDGET
                   ON SIZE ERROR
                       IF WS-VARIANCE < ZERO
                           MOVE -99999.9 TO WS-VARIANCE-PERCENT
                       ELSE
                           MOVE 99999.9 TO WS-VARIANCE-PERCENT
                       END-IF
               END-COMPUTE
               IF WS-VARIANCE-PERCENT > WS-THRESHOLD-PERCENT
                   MOVE WS-SIDE-FLAG TO WS-FLAG-TEXT
               END-IF
           END-IF
           MOVE WS-VARIANCE-PERCENT TO WS-PERCENT-EDIT.

       4300-WRITE-TOTALS.
           MOVE WS-TOTAL-MONTH-ACTUAL TO TL-MONTH-ACTUAL
           MOVE WS-TOTAL-MONTH-BUDGET TO TL-MONTH-BUDGET
           COMPUTE TL-MONTH-VARIANCE =
               WS-TOTAL-MONTH-ACTUAL - WS-TOTAL-MONTH-BUDGET
           MOVE WS-TOTAL-YTD-ACTUAL TO TL-YTD-ACTUAL
           MOVE WS-TOTAL-YTD-BUDGET TO TL-YTD-BUDGET
           COMPUTE TL-YTD-VARIANCE =
               WS-TOTAL-YTD-ACTUAL - WS-TOTAL-YTD-BUDGET
           WRITE VAR-RPT-RECORD FROM WS-TOTAL-LINE
           WRITE VAR-RPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-NIGHTS-READ TO CL-NIGHTS
           MOVE WS-MONTH-DETAILS TO CL-MONTH-DETAILS
           MOVE WS-ACCT-COUNT TO CL-ACCOUNTS
           MOVE WS-ACCOUNTS-FLAGGED TO CL-FLAGGED
           WRITE VAR-RPT-RECORD FROM WS-COUNT-LINE
           IF INPUT-PROOF-FAILED
               MOVE "FAILED  " TO PR-RESULT
           ELSE
               MOVE "PROVED  " TO PR-RESULT
           END-IF
           WRITE VAR-RPT-RECORD FROM WS-PROOF-RESULT-LINE
           DISPLAY "SUM-BUDVAR: MONTH = " WS-REPORT-MONTH
               "  NIGHTS = " WS-NIGHTS-READ
               "  ACCOUNTS = " WS-ACCT-COUNT
               "  FLAGGED = " WS-ACCOUNTS-FLAGGED
               "  PROOF = " PR-RESULT.

      *****************************************************************
      * PARM='FINAL': the month's actual goes on every account's
      * record for the month, replacing whatever an earlier FINAL run
      * put there, so the close can be run again once late nights
      * are banked.  Nothing is recorded from a GLIN that did not
      * prove.
      *****************************************************************
       5000-RECORD-ACTUALS.
           IF INPUT-PROOF-FAILED
               MOVE "*** GLIN DID NOT PROVE -- NO ACTUALS RECORDED"
                   TO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
               DISPLAY "SUM-BUDVAR: *** GLIN DID NOT PROVE -- NO "
                   "ACTUALS RECORDED ***"
           ELSE
               PERFORM 5100-RECORD-ONE-ACCOUNT
                   VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               PERFORM 5200-STAMP-CONTROL-RECORD
               MOVE SPACES TO NT-TEXT
               STRING "ACTUALS RECORDED FOR " WS-REPORT-MONTH
                   " ON BUDGMST -- ACCOUNTS " WS-ACCOUNTS-RECORDED
                   DELIMITED BY SIZE INTO NT-TEXT
               WRITE VAR-RPT-RECORD FROM WS-NOTE-LINE
               DISPLAY "SUM-BUDVAR: ACTUALS RECORDED FOR "
                   WS-REPORT-MONTH ", ACCOUNTS = "
                   WS-ACCOUNTS-RECORDED
           END-IF.

       5100-RECORD-ONE-ACCOUNT.
           MOVE WS-ACCT-CODE(WS-ACCT-IX) TO BM-GL-ACCOUNT
           MOVE WS-FISCAL-YEAR TO BM-FISCAL-YEAR
           MOVE WS-FISCAL-MONTH TO BM-FISCAL-MONTH
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE SPACES TO BUDGET-RECORD
                   MOVE WS-ACCT-CODE(WS-ACCT-IX) TO BM-GL-ACCOUNT
                   MOVE WS-FISCAL-YEAR TO BM-FISCAL-YEAR
                   MOVE WS-FISCAL-MONTH TO BM-FISCAL-MONTH
                   MOVE ZERO TO BM-BUDGET-AMOUNT
                   MOVE ZERO TO BM-LOADED-AMOUNT
                   MOVE WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX)
                       TO BM-ACTUAL-AMOUNT
                   MOVE WS-TODAY-DATE TO BM-ACTUAL-DATE
                   MOVE WS-TODAY-DATE TO BM-LAST-MAINT-DATE
                   MOVE "V" TO BM-LAST-MAINT-ACTION
                   WRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "SUM-BUDVAR: BUDGMST WRITE FAILED "
                               "FOR " BM-KEY ", STATUS = "
                               WS-BUDGET-MASTER-STATUS
                           SET INPUT-PROOF-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCOUNTS-RECORDED
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ACCT-MONTH-ACTUAL(WS-ACCT-IX)
                       TO BM-ACTUAL-AMOUNT
                   MOVE WS-TODAY-DATE TO BM-ACTUAL-DATE
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "SUM-BUDVAR: BUDGMST REWRITE "
                               "FAILED FOR " BM-KEY ", STATUS = "
                               WS-BUDGET-MASTER-STATUS
                           SET INPUT-PROOF-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCOUNTS-RECORDED
                   END-REWRITE
           END-READ.

       5200-STAMP-CONTROL-RECORD.
           MOVE SPACES TO BC-KEY
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   SET CONTROL-IS-ON-FILE TO TRUE
           END-READ
           IF NOT CONTROL-IS-ON-FILE
               MOVE SPACES TO BUDGET-CONTROL-RECORD
               MOVE WS-FY-START-MONTH TO BC-FY-START-MONTH
               MOVE 10.0 TO BC-THRESHOLD-PERCENT
           END-IF
           IF BC-LAST-FINAL-MONTH = SPACES
                   OR BC-LAST-FINAL-MONTH < WS-REPORT-MONTH
               MOVE WS-REPORT-MONTH TO BC-LAST-FINAL-MONTH
           END-IF
           MOVE WS-TODAY-DATE TO BC-LAST-MAINT-DATE
           MOVE "V" TO BC-LAST-MAINT-ACTION
           IF CONTROL-IS-ON-FILE
               REWRITE BUDGET-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "SUM-BUDVAR: BUDGMST REWRITE FAILED "
                           "FOR CONTROL RECORD, STATUS = "
                           WS-BUDGET-MASTER-STATUS
                       SET INPUT-PROOF-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE BUDGET-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "SUM-BUDVAR: BUDGMST WRITE FAILED "
                           "FOR CONTROL RECORD, STATUS = "
                           WS-BUDGET-MASTER-STATUS
                       SET INPUT-PROOF-FAILED TO TRUE
               END-WRITE
           END-IF.

       8000-READ-GL-IN.
           READ GL-IN
               AT END
                   MOVE "Y" TO WS-END-OF-FILE-SW
           END-READ.

       9000-TERMINATE.
           IF WS-GL-IN-STATUS = "00" OR "10"
               CLOSE GL-IN
           END-IF
           IF BUDGET-MASTER-OPEN
               CLOSE BUDGET-MASTER
           END-IF
           IF WS-VAR-RPT-STATUS = "00"
               CLOSE VAR-RPT
           END-IF
           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN INPUT-PROOF-FAILED OR YTD-IS-SHORT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
