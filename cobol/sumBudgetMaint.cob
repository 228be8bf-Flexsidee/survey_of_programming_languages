       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDG-MAINT.
      *****************************************************************
      * Budget maintenance.  Applies BUDGIN cards to the keyed budget
      * file PROD.SUM.BUDGETS (see BUDGREC.cpy) and prints a
      * before/after maintenance report, the same way ALLOC-MAINT
      * keeps the allocation rules.  The same program takes the
      * yearly load (jcl/BUDGLOAD.jcl, a deck of "L" cards from
      * finance) and the adjustments made through the year
      * (jcl/BUDGMNT.jcl).
      *
      * Budget cards, one GL account and fiscal month each:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" delete, "L" load
      *   cols  2-7    GL account
      *   cols  8-11   fiscal year      CCYY the fiscal year ends in
      *   cols 12-13   fiscal month     01-12 from the year's start
      *   cols 14-26   amount           9(11)V99, no point
      *   col  27      side             "D" debit (expense) or "C"
      *                                 credit (revenue); blank = D
      * An add is for a month not yet on file and sets both the
      * budget and the loaded amount; a load card adds the month or,
      * when it is on file, replaces both, so a corrected load deck
      * can simply be run again.  A change sets the budget and
      * leaves the loaded amount alone.  A delete removes a month
      * whose actual has never been recorded; once it has, the
      * budget is zeroed instead so the actual still counts toward
      * year-to-date.  The account must be on the account master
      * (ACCTMST) for an add or a load that adds.
      *
      * Control card:
      *   col   1      "F"
      *   cols  2-3    fiscal year start month  01-12
      *   cols  4-7    flag threshold   9(3)V9, no point --
      *                                 0100 is 10.0%
      *
      * Anything else is rejected and printed.  RETURN-CODE 4 when
      * any card was rejected; 16 when BUDGMST or ACCTMST will not
      * open.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BUDGET-MASTER ASSIGN TO BUDGMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BM-KEY
                   FILE STATUS IS WS-BUDGET-MASTER-STATUS.

               SELECT ACCT-MASTER ASSIGN TO ACCTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AM-GL-ACCOUNT
                   FILE STATUS IS WS-ACCT-MASTER-STATUS.

               SELECT BUDGET-IN ASSIGN TO BUDGIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BUDGET-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY BUDGREC.

       FD  ACCT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  BUDGET-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BUDGET-IN-RECORD.
           05  BI-ACTION               PIC X.
               88  BI-ACTION-ADD               VALUE "A".
               88  BI-ACTION-CHANGE            VALUE "C".
               88  BI-ACTION-DELETE            VALUE "D".
               88  BI-ACTION-LOAD              VALUE "L".
               88  BI-ACTION-CONTROL           VALUE "F".
               88  BI-ACTION-VALID
                       VALUE "A" "C" "D" "L" "F".
           05  BI-GL-ACCOUNT           PIC X(6).
           05  BI-FISCAL-YEAR          PIC 9(4).
           05  BI-FISCAL-MONTH         PIC 9(2).
           05  BI-AMOUNT               PIC 9(11)V99.
           05  BI-SIDE                 PIC X.
           05  FILLER                  PIC X(53).
       01  BUDGET-CONTROL-CARD.
           05  BF-ACTION               PIC X.
           05  BF-FY-START-MONTH       PIC 9(2).
           05  BF-THRESHOLD-PERCENT    PIC 9(3)V9.
           05  FILLER                  PIC X(73).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUDGET-MASTER-STATUS PIC X(2).
           05  WS-ACCT-MASTER-STATUS   PIC X(2).
           05  WS-BUDGET-IN-STATUS     PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-BUDGET-FOUND-SW      PIC X(1) VALUE "N".
               88  BUDGET-IS-ON-FILE           VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".
           05  WS-ACCT-MASTER-SW       PIC X(1) VALUE "N".
               88  ACCT-MASTER-OPEN            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-SIGNED-AMOUNT            PIC S9(11)V99.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-LOADS-APPLIED        PIC 9(5) VALUE ZERO.
           05  WS-CONTROLS-APPLIED     PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "BUDGET MAINTENANCE REPORT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RD-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  RD-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  RD-DAY                  PIC X(2).

       01  WS-CARD-LINE.
           05  FILLER                  PIC X(5) VALUE "CARD ".
           05  CL-CARD-NO              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  ACTION ".
           05  CL-ACTION               PIC X.
           05  FILLER                  PIC X(11) VALUE "  ACCOUNT ".
           05  CL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(5) VALUE "  FY ".
           05  CL-FISCAL-YEAR          PIC X(4).
           05  FILLER                  PIC X(8) VALUE "  MONTH ".
           05  CL-FISCAL-MONTH         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(4) VALUE "  FY".
           05  IL-FISCAL-YEAR          PIC 9(4).
           05  FILLER                  PIC X(3) VALUE "/".
           05  IL-FISCAL-MONTH         PIC 9(2).
           05  FILLER                  PIC X(10) VALUE "  BUDGET  ".
           05  IL-BUDGET               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  LOADED  ".
           05  IL-LOADED               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  ACTUAL  ".
           05  IL-ACTUAL               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12)
                   VALUE "  RECORDED  ".
           05  IL-ACTUAL-DATE          PIC X(8).

       01  WS-CONTROL-IMAGE-LINE.
           05  CI-LABEL                PIC X(10).
           05  FILLER                  PIC X(26)
                   VALUE "FISCAL YEAR STARTS MONTH  ".
           05  CI-FY-START-MONTH       PIC 9(2).
           05  FILLER                  PIC X(18)
                   VALUE "  FLAG THRESHOLD  ".
           05  CI-THRESHOLD            PIC ZZ9.9.
           05  FILLER                  PIC X(23)
                   VALUE "%  LAST MONTH RECORDED ".
           05  CI-LAST-FINAL-MONTH     PIC X(6).

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  NR-TEXT                 PIC X(30)
                   VALUE "NOT ON FILE".

       01  WS-IO-FAILURE-LINE.
           05  FILLER                  PIC X(10) VALUE "  AFTER   ".
           05  WS-IO-FAILURE-TEXT      PIC X(50).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE "CARDS READ  ".
           05  TO-CARDS-READ           PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  ADDS  ".
           05  TO-ADDS                 PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGES  ".
           05  TO-CHANGES              PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DELETES  ".
           05  TO-DELETES              PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  LOADS  ".
           05  TO-LOADS                PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CONTROL  ".
           05  TO-CONTROLS             PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED  ".
           05  TO-REJECTED             PIC ZZZZ9.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL END-OF-CARDS
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE

           OPEN I-O BUDGET-MASTER
           IF WS-BUDGET-MASTER-STATUS = "35"
               DISPLAY "BUDG-MAINT: NO BUDGET FILE YET -- "
                   "STARTING ONE"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF
           IF WS-BUDGET-MASTER-STATUS NOT = "00"
               DISPLAY "BUDG-MAINT: UNABLE TO OPEN BUDGMST, "
                   "STATUS = " WS-BUDGET-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-MASTER-STATUS = "00"
               SET ACCT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "BUDG-MAINT: UNABLE TO OPEN ACCTMST, "
                   "STATUS = " WS-ACCT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT BUDGET-IN
           IF WS-BUDGET-IN-STATUS NOT = "00"
               DISPLAY "BUDG-MAINT: UNABLE TO OPEN BUDGIN, STATUS = "
                   WS-BUDGET-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "BUDG-MAINT: UNABLE TO OPEN MAINTRPT, "
                   "STATUS = " WS-MAINT-RPT-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO RD-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO RD-MONTH
               MOVE WS-CURRENT-TIMESTAMP(7:2) TO RD-DAY
               WRITE MAINT-RPT-RECORD FROM WS-TITLE-LINE
               WRITE MAINT-RPT-RECORD FROM WS-RUN-DATE-LINE
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           END-IF

           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF.

       2000-PROCESS-CARD.
           MOVE "N" TO WS-CARD-REJECTED-SW
           MOVE SPACES TO CL-MESSAGE
           MOVE WS-CARDS-READ TO CL-CARD-NO
           MOVE BI-ACTION TO CL-ACTION
           IF BI-ACTION-CONTROL
               MOVE SPACES TO CL-GL-ACCOUNT
               MOVE SPACES TO CL-FISCAL-YEAR
               MOVE SPACES TO CL-FISCAL-MONTH
           ELSE
               MOVE BI-GL-ACCOUNT TO CL-GL-ACCOUNT
               MOVE BUDGET-IN-RECORD(8:4) TO CL-FISCAL-YEAR
               MOVE BUDGET-IN-RECORD(12:2) TO CL-FISCAL-MONTH
           END-IF

           EVALUATE TRUE
               WHEN NOT BI-ACTION-VALID
                   MOVE "ACTION IS NOT A, C, D, L OR F -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
               WHEN BI-ACTION-CONTROL
                   PERFORM 2480-APPLY-CONTROL
               WHEN OTHER
                   PERFORM 2050-CHECK-KEY
                   IF CL-MESSAGE NOT = SPACES
                       PERFORM 2900-REJECT-CARD
                   ELSE
                       PERFORM 2100-READ-MASTER
                       EVALUATE TRUE
                           WHEN BI-ACTION-ADD
                               PERFORM 2200-APPLY-ADD
                           WHEN BI-ACTION-CHANGE
                               PERFORM 2300-APPLY-CHANGE
                           WHEN BI-ACTION-DELETE
                               PERFORM 2400-APPLY-DELETE
                           WHEN BI-ACTION-LOAD
                               PERFORM 2450-APPLY-LOAD
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

      *****************************************************************
      * Every budget card needs a proper key; the amount only matters
      * to the cards that set one.
      *****************************************************************
       2050-CHECK-KEY.
           EVALUATE TRUE
               WHEN BI-GL-ACCOUNT = SPACES
                   MOVE "NO GL ACCOUNT -- CARD REJECTED" TO CL-MESSAGE
               WHEN BI-FISCAL-YEAR IS NOT NUMERIC
                       OR BI-FISCAL-YEAR = ZERO
                   MOVE "FISCAL YEAR NOT CCYY -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN BI-FISCAL-MONTH IS NOT NUMERIC
                       OR BI-FISCAL-MONTH < 1
                       OR BI-FISCAL-MONTH > 12
                   MOVE "FISCAL MONTH NOT 01-12 -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN BI-ACTION-DELETE
                   CONTINUE
               WHEN BI-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN BI-SIDE NOT = SPACE AND NOT = "D" AND NOT = "C"
                   MOVE "SIDE IS NOT D OR C -- CARD REJECTED"
                       TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE = SPACES AND NOT BI-ACTION-DELETE
               IF BI-SIDE = "C"
                   COMPUTE WS-SIGNED-AMOUNT = BI-AMOUNT * -1
               ELSE
                   MOVE BI-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
           END-IF.

       2100-READ-MASTER.
           MOVE "N" TO WS-BUDGET-FOUND-SW
           MOVE BI-GL-ACCOUNT TO BM-GL-ACCOUNT
           MOVE BI-FISCAL-YEAR TO BM-FISCAL-YEAR
           MOVE BI-FISCAL-MONTH TO BM-FISCAL-MONTH
           READ BUDGET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BUDGET-IS-ON-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF BUDGET-IS-ON-FILE
               MOVE "ALREADY ON FILE -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               PERFORM 2250-CHECK-ACCOUNT
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                   PERFORM 2270-WRITE-NEW-BUDGET
                   IF WS-BUDGET-MASTER-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                   END-IF
               END-IF
           END-IF.

       2250-CHECK-ACCOUNT.
           MOVE BI-GL-ACCOUNT TO AM-GL-ACCOUNT
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCTMST -- CARD REJECTED"
                       TO CL-MESSAGE
           END-READ.

       2270-WRITE-NEW-BUDGET.
           MOVE SPACES TO BUDGET-RECORD
           MOVE BI-GL-ACCOUNT TO BM-GL-ACCOUNT
           MOVE BI-FISCAL-YEAR TO BM-FISCAL-YEAR
           MOVE BI-FISCAL-MONTH TO BM-FISCAL-MONTH
           MOVE WS-SIGNED-AMOUNT TO BM-BUDGET-AMOUNT
           MOVE WS-SIGNED-AMOUNT TO BM-LOADED-AMOUNT
           MOVE ZERO TO BM-ACTUAL-AMOUNT
           PERFORM 2500-STAMP-MAINTENANCE
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "BUDG-MAINT: BUDGMST WRITE FAILED FOR "
                       BM-KEY ", STATUS = " WS-BUDGET-MASTER-STATUS
           END-WRITE
           IF WS-BUDGET-MASTER-STATUS = "00"
               PERFORM 2700-WRITE-AFTER-IMAGE
           ELSE
               PERFORM 2950-REPORT-IO-FAILURE
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT BUDGET-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               MOVE WS-SIGNED-AMOUNT TO BM-BUDGET-AMOUNT
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2800-REWRITE-MASTER
               IF WS-BUDGET-MASTER-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

      *****************************************************************
      * A month whose actual has been recorded stays on file with its
      * budget zeroed -- year-to-date is built from those actuals
      * once the nightly extracts have rolled off.
      *****************************************************************
       2400-APPLY-DELETE.
           IF NOT BUDGET-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               IF BM-ACTUAL-DATE = SPACES
                   DELETE BUDGET-MASTER
                       INVALID KEY
                           DISPLAY "BUDG-MAINT: BUDGMST DELETE FAILED "
                               "FOR " BM-KEY ", STATUS = "
                               WS-BUDGET-MASTER-STATUS
                   END-DELETE
                   IF WS-BUDGET-MASTER-STATUS = "00"
                       ADD 1 TO WS-DELETES-APPLIED
                       MOVE "  AFTER   " TO NR-LABEL
                       MOVE "DELETED" TO NR-TEXT
                       WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                       MOVE "NOT ON FILE" TO NR-TEXT
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               ELSE
                   MOVE ZERO TO BM-BUDGET-AMOUNT
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-BUDGET-MASTER-STATUS = "00"
                       ADD 1 TO WS-DELETES-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The yearly load: the month is added if new, otherwise its
      * budget and loaded amount are both replaced and any recorded
      * actual is kept.
      *****************************************************************
       2450-APPLY-LOAD.
           IF BUDGET-IS-ON-FILE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               MOVE WS-SIGNED-AMOUNT TO BM-BUDGET-AMOUNT
               MOVE WS-SIGNED-AMOUNT TO BM-LOADED-AMOUNT
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2800-REWRITE-MASTER
               IF WS-BUDGET-MASTER-STATUS = "00"
                   ADD 1 TO WS-LOADS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           ELSE
               PERFORM 2250-CHECK-ACCOUNT
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                   PERFORM 2270-WRITE-NEW-BUDGET
                   IF WS-BUDGET-MASTER-STATUS = "00"
                       ADD 1 TO WS-LOADS-APPLIED
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The control record is added the first time an "F" card is
      * applied; until then SUM-BUDVAR takes a January start and a
      * 10.0% threshold.
      *****************************************************************
       2480-APPLY-CONTROL.
           EVALUATE TRUE
               WHEN BF-FY-START-MONTH IS NOT NUMERIC
                       OR BF-FY-START-MONTH < 1
                       OR BF-FY-START-MONTH > 12
                   MOVE "START MONTH NOT 01-12 -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN BF-THRESHOLD-PERCENT IS NOT NUMERIC
                       OR BF-THRESHOLD-PERCENT = ZERO
                   MOVE "THRESHOLD NOT 9(3)V9 -- CARD REJECTED"
                       TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE NOT = SPACES
               PERFORM 2900-REJECT-CARD
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               MOVE SPACES TO BC-KEY
               READ BUDGET-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-BUDGET-FOUND-SW
                   NOT INVALID KEY
                       SET BUDGET-IS-ON-FILE TO TRUE
               END-READ
               IF BUDGET-IS-ON-FILE
                   MOVE "  BEFORE  " TO CI-LABEL
                   PERFORM 2680-WRITE-CONTROL-IMAGE
               ELSE
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                   MOVE SPACES TO BUDGET-CONTROL-RECORD
               END-IF
               MOVE BF-FY-START-MONTH TO BC-FY-START-MONTH
               MOVE BF-THRESHOLD-PERCENT TO BC-THRESHOLD-PERCENT
               MOVE WS-TODAY-DATE TO BC-LAST-MAINT-DATE
               MOVE BF-ACTION TO BC-LAST-MAINT-ACTION
               IF BUDGET-IS-ON-FILE
                   PERFORM 2800-REWRITE-MASTER
               ELSE
                   WRITE BUDGET-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "BUDG-MAINT: BUDGMST WRITE FAILED "
                               "FOR CONTROL RECORD, STATUS = "
                               WS-BUDGET-MASTER-STATUS
                   END-WRITE
               END-IF
               IF WS-BUDGET-MASTER-STATUS = "00"
                   ADD 1 TO WS-CONTROLS-APPLIED
                   MOVE "  AFTER   " TO CI-LABEL
                   PERFORM 2680-WRITE-CONTROL-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO BM-LAST-MAINT-DATE
           MOVE BI-ACTION TO BM-LAST-MAINT-ACTION.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2650-WRITE-IMAGE-LINE.
           MOVE BM-GL-ACCOUNT TO IL-GL-ACCOUNT
           MOVE BM-FISCAL-YEAR TO IL-FISCAL-YEAR
           MOVE BM-FISCAL-MONTH TO IL-FISCAL-MONTH
           MOVE BM-BUDGET-AMOUNT TO IL-BUDGET
           MOVE BM-LOADED-AMOUNT TO IL-LOADED
           MOVE BM-ACTUAL-AMOUNT TO IL-ACTUAL
           IF BM-ACTUAL-DATE = SPACES
               MOVE "NEVER" TO IL-ACTUAL-DATE
           ELSE
               MOVE BM-ACTUAL-DATE TO IL-ACTUAL-DATE
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2680-WRITE-CONTROL-IMAGE.
           MOVE BC-FY-START-MONTH TO CI-FY-START-MONTH
           MOVE BC-THRESHOLD-PERCENT TO CI-THRESHOLD
           IF BC-LAST-FINAL-MONTH = SPACES
               MOVE "NONE" TO CI-LAST-FINAL-MONTH
           ELSE
               MOVE BC-LAST-FINAL-MONTH TO CI-LAST-FINAL-MONTH
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-CONTROL-IMAGE-LINE.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2800-REWRITE-MASTER.
           REWRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "BUDG-MAINT: BUDGMST REWRITE FAILED FOR "
                       BM-KEY ", STATUS = " WS-BUDGET-MASTER-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "BUDG-MAINT: CARD " WS-CARDS-READ
               " FOR ACCOUNT " CL-GL-ACCOUNT " REJECTED -- "
               CL-MESSAGE.

      *****************************************************************
      * A WRITE, REWRITE or DELETE that came back bad means the card
      * did NOT take: it counts rejected, not applied, so the report
      * totals and the RETURN-CODE cannot read clean over an I/O
      * failure.  The card line itself already printed.
      *****************************************************************
       2950-REPORT-IO-FAILURE.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           MOVE SPACES TO WS-IO-FAILURE-TEXT
           STRING "MASTER WRITE FAILED, STATUS "
               WS-BUDGET-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DELETES-APPLIED TO TO-DELETES
               MOVE WS-LOADS-APPLIED TO TO-LOADS
               MOVE WS-CONTROLS-APPLIED TO TO-CONTROLS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "BUDG-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DELETES = " WS-DELETES-APPLIED
               "  LOADS = " WS-LOADS-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ BUDGET-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE BUDGET-MASTER
           IF ACCT-MASTER-OPEN
               CLOSE ACCT-MASTER
           END-IF
           IF WS-BUDGET-IN-STATUS = "00" OR "10"
               CLOSE BUDGET-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
