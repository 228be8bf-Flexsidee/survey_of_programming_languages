       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-MAINT.
      *****************************************************************
      * Cost-allocation rule maintenance.  Applies ALLOCIN cards to
      * the keyed rule file PROD.SUM.ALLOC.RULES (see ALLOCREC.cpy)
      * and prints a before/after maintenance report, the same way
      * DEPT-MAINT keeps the department master.  SUM-ALLOC charges
      * each rule's source account out to its targets at period end.
      *
      * One card per action.  Add, change and deactivate cards:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" deactivate
      *   cols  2-7    source GL account
      *   cols  8-37   description
      *   col  38      status           "A"/"I"; blank on an add
      *                                 means active, blank on a
      *                                 change leaves it alone
      * A blank description on a change leaves it alone.
      *
      * Target cards name one account the source is charged to:
      *   col   1      action           "T" set a target,
      *                                 "X" remove a target
      *   cols  2-7    source GL account
      *   cols  8-13   target GL account
      *   cols 14-18   percentage       9(3)V99, no point --
      *                                 03350 is 33.50%
      * A "T" card for a target already on the rule replaces its
      * percentage; otherwise it adds the target to the end of the
      * list (the last target takes the rounding cent).  An add
      * starts the rule with no targets; SUM-ALLOC will not use it
      * until the percentages come to exactly 100.00, and the report
      * prints the running total after every card.
      *
      * The source account must be on the account master (ACCTMST)
      * for an add, and a target must be on it and active.  An add
      * for a rule already on file, a card for one that is not, a
      * target that is the source itself, a zero or non-numeric
      * percentage, an eleventh target, or a percentage that would
      * take the rule over 100.00 is rejected and reported.
      * RETURN-CODE 4 when any card was rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALLOC-MASTER ASSIGN TO ALLOCMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AR-SOURCE-ACCOUNT
                   FILE STATUS IS WS-ALLOC-MASTER-STATUS.

               SELECT ACCT-MASTER ASSIGN TO ACCTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AM-GL-ACCOUNT
                   FILE STATUS IS WS-ACCT-MASTER-STATUS.

               SELECT ALLOC-IN ASSIGN TO ALLOCIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ALLOC-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-MASTER
           RECORD CONTAINS 200 CHARACTERS.
           COPY ALLOCREC.

       FD  ACCT-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTREC.

       FD  ALLOC-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ALLOC-IN-RECORD.
           05  AC-ACTION               PIC X.
               88  AC-ACTION-ADD               VALUE "A".
               88  AC-ACTION-CHANGE            VALUE "C".
               88  AC-ACTION-DEACTIVATE        VALUE "D".
               88  AC-ACTION-TARGET            VALUE "T".
               88  AC-ACTION-REMOVE            VALUE "X".
               88  AC-ACTION-VALID
                       VALUE "A" "C" "D" "T" "X".
           05  AC-SOURCE-ACCOUNT       PIC X(6).
           05  AC-DESCRIPTION          PIC X(30).
           05  AC-STATUS               PIC X.
           05  FILLER                  PIC X(42).
       01  ALLOC-TARGET-RECORD.
           05  AT-ACTION               PIC X.
           05  AT-SOURCE-ACCOUNT       PIC X(6).
           05  AT-TARGET-ACCOUNT       PIC X(6).
           05  AT-PERCENT              PIC 9(3)V99.
           05  FILLER                  PIC X(62).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ALLOC-MASTER-STATUS  PIC X(2).
           05  WS-ACCT-MASTER-STATUS   PIC X(2).
           05  WS-ALLOC-IN-STATUS      PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-RULE-FOUND-SW        PIC X(1) VALUE "N".
               88  RULE-IS-ON-FILE             VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".
           05  WS-ACCT-MASTER-SW       PIC X(1) VALUE "N".
               88  ACCT-MASTER-OPEN            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DEACTS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-TARGETS-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-TARGET-WORK.
           05  WS-TARGET-IX            PIC 9(2).
           05  WS-TARGET-FOUND-IX      PIC 9(2).
           05  WS-TARGET-LINE-IX       PIC 9(2).
           05  WS-PERCENT-TOTAL        PIC 9(4)V99.
           05  WS-NEW-PERCENT-TOTAL    PIC 9(4)V99.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "COST ALLOCATION RULE MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(10) VALUE "  SOURCE ".
           05  CL-SOURCE-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed;
      * the targets follow on one or two lines of five, then the
      * percentage total the rule stands at.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-SOURCE-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  IL-STATUS               PIC X.
           05  FILLER                  PIC X(20)
                   VALUE "  LAST ALLOCATED    ".
           05  IL-LAST-PERIOD-END      PIC X(8).

       01  WS-TARGET-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  TL-LABEL                PIC X(16).
           05  TL-ENTRY                OCCURS 5 TIMES.
               10  TL-TARGET-ACCOUNT   PIC X(6).
               10  TL-SPACE            PIC X.
               10  TL-PERCENT          PIC ZZ9.99.
               10  TL-PERCENT-SIGN     PIC X.
               10  FILLER              PIC X(2).

       01  WS-PERCENT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "PERCENT TOTAL   ".
           05  PL-PERCENT-TOTAL        PIC ZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-NOTE                 PIC X(40).

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(20)
                   VALUE "RULE NOT ON FILE".

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
           05  FILLER                  PIC X(15)
                   VALUE "  DEACTIVATED  ".
           05  TO-DEACTS               PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  TARGETS  ".
           05  TO-TARGETS              PIC ZZZZ9.
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

           OPEN I-O ALLOC-MASTER
           IF WS-ALLOC-MASTER-STATUS = "35"
               DISPLAY "ALLOC-MAINT: NO RULE FILE YET -- "
                   "STARTING ONE"
               OPEN OUTPUT ALLOC-MASTER
               CLOSE ALLOC-MASTER
               OPEN I-O ALLOC-MASTER
           END-IF
           IF WS-ALLOC-MASTER-STATUS NOT = "00"
               DISPLAY "ALLOC-MAINT: UNABLE TO OPEN ALLOCMST, "
                   "STATUS = " WS-ALLOC-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-MASTER-STATUS = "00"
               SET ACCT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ALLOC-MAINT: UNABLE TO OPEN ACCTMST, "
                   "STATUS = " WS-ACCT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT ALLOC-IN
           IF WS-ALLOC-IN-STATUS NOT = "00"
               DISPLAY "ALLOC-MAINT: UNABLE TO OPEN ALLOCIN, STATUS = "
                   WS-ALLOC-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "ALLOC-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE AC-ACTION TO CL-ACTION
           MOVE AC-SOURCE-ACCOUNT TO CL-SOURCE-ACCOUNT

           IF NOT AC-ACTION-VALID
               MOVE "ACTION IS NOT A, C, D, T OR X -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-MASTER
               EVALUATE TRUE
                   WHEN AC-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN AC-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN AC-ACTION-DEACTIVATE
                       PERFORM 2400-APPLY-DEACTIVATE
                   WHEN AC-ACTION-TARGET
                       PERFORM 2450-APPLY-TARGET
                   WHEN AC-ACTION-REMOVE
                       PERFORM 2470-APPLY-REMOVE
               END-EVALUATE
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-RULE-FOUND-SW
           MOVE AC-SOURCE-ACCOUNT TO AR-SOURCE-ACCOUNT
           READ ALLOC-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RULE-IS-ON-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF RULE-IS-ON-FILE
               MOVE "ALREADY ON FILE -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               MOVE AC-SOURCE-ACCOUNT TO AM-GL-ACCOUNT
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "SOURCE NOT ON ACCTMST -- CARD REJECTED"
                           TO CL-MESSAGE
               END-READ
               IF AC-STATUS NOT = SPACE AND NOT = "A" AND NOT = "I"
                   MOVE "STATUS IS NOT A OR I -- CARD REJECTED"
                       TO CL-MESSAGE
               END-IF
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                   MOVE SPACES TO ALLOC-RECORD
                   MOVE AC-SOURCE-ACCOUNT TO AR-SOURCE-ACCOUNT
                   MOVE AC-DESCRIPTION TO AR-DESCRIPTION
                   IF AC-STATUS = SPACE
                       SET AR-RULE-ACTIVE TO TRUE
                   ELSE
                       MOVE AC-STATUS TO AR-STATUS
                   END-IF
                   MOVE ZERO TO AR-TARGET-COUNT
                   MOVE ZERO TO AR-LAST-ALLOC-AMOUNT
                   PERFORM 2500-STAMP-MAINTENANCE
                   WRITE ALLOC-RECORD
                       INVALID KEY
                           DISPLAY "ALLOC-MAINT: ALLOCMST WRITE "
                               "FAILED FOR " AR-SOURCE-ACCOUNT
                               ", STATUS = " WS-ALLOC-MASTER-STATUS
                   END-WRITE
                   IF WS-ALLOC-MASTER-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT RULE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF AC-STATUS NOT = SPACE AND NOT = "A" AND NOT = "I"
                   MOVE "STATUS IS NOT A OR I -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   IF AC-DESCRIPTION NOT = SPACES
                       MOVE AC-DESCRIPTION TO AR-DESCRIPTION
                   END-IF
                   IF AC-STATUS NOT = SPACE
                       MOVE AC-STATUS TO AR-STATUS
                   END-IF
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-ALLOC-MASTER-STATUS = "00"
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A deactivated rule stays on file with its targets, so the
      * last allocation it made can still be traced; SUM-ALLOC
      * passes it over.  A change card with status "A" restores it.
      *****************************************************************
       2400-APPLY-DEACTIVATE.
           IF NOT RULE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF AR-RULE-INACTIVE
                   MOVE "ALREADY INACTIVE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   SET AR-RULE-INACTIVE TO TRUE
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-ALLOC-MASTER-STATUS = "00"
                       ADD 1 TO WS-DEACTS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A target card sets one target's percentage -- replacing it
      * when the target is already on the rule, adding the target to
      * the end of the list when it is not.  The rule may sit under
      * 100.00 while it is being built, never over.
      *****************************************************************
       2450-APPLY-TARGET.
           PERFORM 2550-FIND-TARGET
           IF NOT RULE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               MOVE WS-PERCENT-TOTAL TO WS-NEW-PERCENT-TOTAL
               IF AT-PERCENT IS NUMERIC
                   IF WS-TARGET-FOUND-IX > ZERO
                       SUBTRACT AR-TARGET-PERCENT(WS-TARGET-FOUND-IX)
                           FROM WS-NEW-PERCENT-TOTAL
                   END-IF
                   ADD AT-PERCENT TO WS-NEW-PERCENT-TOTAL
               END-IF
               EVALUATE TRUE
                   WHEN AT-TARGET-ACCOUNT = SPACES
                       MOVE "NO TARGET ACCOUNT -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN AT-TARGET-ACCOUNT = AR-SOURCE-ACCOUNT
                       MOVE "TARGET IS THE SOURCE -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN AT-PERCENT IS NOT NUMERIC
                       MOVE "PERCENTAGE NOT NUMERIC -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN AT-PERCENT = ZERO
                       MOVE "PERCENTAGE IS ZERO -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN WS-TARGET-FOUND-IX = ZERO
                           AND AR-TARGET-COUNT NOT < 10
                       MOVE "TEN TARGETS ALREADY -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN WS-NEW-PERCENT-TOTAL > 100
                       MOVE "RULE WOULD PASS 100.00% -- CARD REJECTED"
                           TO CL-MESSAGE
               END-EVALUATE
               IF CL-MESSAGE = SPACES
                   PERFORM 2560-CHECK-TARGET-ACCOUNT
               END-IF
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   IF WS-TARGET-FOUND-IX = ZERO
                       ADD 1 TO AR-TARGET-COUNT
                       MOVE AR-TARGET-COUNT TO WS-TARGET-FOUND-IX
                       MOVE AT-TARGET-ACCOUNT
                           TO AR-TARGET-ACCOUNT(WS-TARGET-FOUND-IX)
                   END-IF
                   MOVE AT-PERCENT
                       TO AR-TARGET-PERCENT(WS-TARGET-FOUND-IX)
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-ALLOC-MASTER-STATUS = "00"
                       ADD 1 TO WS-TARGETS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A remove card takes one target out and closes the gap, so the
      * targets always sit in entries 1 thru AR-TARGET-COUNT and the
      * last one listed is still the one that takes the rounding.
      *****************************************************************
       2470-APPLY-REMOVE.
           PERFORM 2550-FIND-TARGET
           IF NOT RULE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF WS-TARGET-FOUND-IX = ZERO
                   MOVE "TARGET NOT ON RULE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   PERFORM VARYING WS-TARGET-IX
                           FROM WS-TARGET-FOUND-IX BY 1
                           UNTIL WS-TARGET-IX NOT < AR-TARGET-COUNT
                       MOVE AR-TARGET(WS-TARGET-IX + 1)
                           TO AR-TARGET(WS-TARGET-IX)
                   END-PERFORM
                   MOVE SPACES TO AR-TARGET-ACCOUNT(AR-TARGET-COUNT)
                   MOVE ZERO TO AR-TARGET-PERCENT(AR-TARGET-COUNT)
                   SUBTRACT 1 FROM AR-TARGET-COUNT
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-ALLOC-MASTER-STATUS = "00"
                       ADD 1 TO WS-TARGETS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO AR-LAST-MAINT-DATE
           MOVE AC-ACTION TO AR-LAST-MAINT-ACTION.

      *****************************************************************
      * Looks for the card's target among the rule's targets;
      * WS-TARGET-FOUND-IX is its entry, or zero.  Also totals the
      * rule's percentages as they stand before the card.
      *****************************************************************
       2550-FIND-TARGET.
           MOVE ZERO TO WS-TARGET-FOUND-IX
           MOVE ZERO TO WS-PERCENT-TOTAL
           IF RULE-IS-ON-FILE
               PERFORM VARYING WS-TARGET-IX FROM 1 BY 1
                       UNTIL WS-TARGET-IX > AR-TARGET-COUNT
                   ADD AR-TARGET-PERCENT(WS-TARGET-IX)
                       TO WS-PERCENT-TOTAL
                   IF AR-TARGET-ACCOUNT(WS-TARGET-IX)
                           = AT-TARGET-ACCOUNT
                       MOVE WS-TARGET-IX TO WS-TARGET-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * The target is charged on the GL like any posting, so it must
      * be an account the GL will take.
      *****************************************************************
       2560-CHECK-TARGET-ACCOUNT.
           MOVE AT-TARGET-ACCOUNT TO AM-GL-ACCOUNT
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "TARGET NOT ON ACCTMST -- CARD REJECTED"
                       TO CL-MESSAGE
               NOT INVALID KEY
                   IF NOT AM-ACCT-ACTIVE
                       MOVE "TARGET INACTIVE -- CARD REJECTED"
                           TO CL-MESSAGE
                   END-IF
           END-READ.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2650-WRITE-IMAGE-LINES.
           MOVE AR-SOURCE-ACCOUNT TO IL-SOURCE-ACCOUNT
           MOVE AR-DESCRIPTION TO IL-DESCRIPTION
           MOVE AR-STATUS TO IL-STATUS
           MOVE AR-LAST-PERIOD-END TO IL-LAST-PERIOD-END
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE
           MOVE SPACES TO WS-TARGET-LINE
           MOVE "TARGETS         " TO TL-LABEL
           MOVE ZERO TO WS-TARGET-LINE-IX
           MOVE ZERO TO WS-PERCENT-TOTAL
           IF AR-TARGET-COUNT IS NOT NUMERIC OR AR-TARGET-COUNT = ZERO
               MOVE "NONE" TO TL-TARGET-ACCOUNT(1)
               WRITE MAINT-RPT-RECORD FROM WS-TARGET-LINE
           ELSE
               PERFORM VARYING WS-TARGET-IX FROM 1 BY 1
                       UNTIL WS-TARGET-IX > AR-TARGET-COUNT
                   ADD 1 TO WS-TARGET-LINE-IX
                   ADD AR-TARGET-PERCENT(WS-TARGET-IX)
                       TO WS-PERCENT-TOTAL
                   MOVE AR-TARGET-ACCOUNT(WS-TARGET-IX)
                       TO TL-TARGET-ACCOUNT(WS-TARGET-LINE-IX)
                   MOVE AR-TARGET-PERCENT(WS-TARGET-IX)
                       TO TL-PERCENT(WS-TARGET-LINE-IX)
                   MOVE "%" TO TL-PERCENT-SIGN(WS-TARGET-LINE-IX)
                   IF WS-TARGET-LINE-IX = 5
                           OR WS-TARGET-IX = AR-TARGET-COUNT
                       WRITE MAINT-RPT-RECORD FROM WS-TARGET-LINE
                       MOVE SPACES TO WS-TARGET-LINE
                       MOVE ZERO TO WS-TARGET-LINE-IX
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-PERCENT-TOTAL TO PL-PERCENT-TOTAL
           IF WS-PERCENT-TOTAL = 100
               MOVE SPACES TO PL-NOTE
           ELSE
               MOVE "-- NOT USED UNTIL IT COMES TO 100.00"
                   TO PL-NOTE
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-PERCENT-LINE.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2800-REWRITE-MASTER.
           REWRITE ALLOC-RECORD
               INVALID KEY
                   DISPLAY "ALLOC-MAINT: ALLOCMST REWRITE FAILED FOR "
                       AR-SOURCE-ACCOUNT ", STATUS = "
                       WS-ALLOC-MASTER-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "ALLOC-MAINT: CARD " WS-CARDS-READ
               " FOR SOURCE " AC-SOURCE-ACCOUNT " REJECTED -- "
               CL-MESSAGE.

      *****************************************************************
      * A WRITE or REWRITE that came back bad means the card did
      * NOT take: it counts rejected, not applied, so the report
      * totals and the RETURN-CODE cannot read clean over an I/O
      * failure.  The card line itself already printed.
      *****************************************************************
       2950-REPORT-IO-FAILURE.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           MOVE SPACES TO WS-IO-FAILURE-TEXT
           STRING "MASTER WRITE FAILED, STATUS "
               WS-ALLOC-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DEACTS-APPLIED TO TO-DEACTS
               MOVE WS-TARGETS-APPLIED TO TO-TARGETS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "ALLOC-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DEACTIVATED = " WS-DEACTS-APPLIED
               "  TARGETS = " WS-TARGETS-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ ALLOC-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE ALLOC-MASTER
           IF ACCT-MASTER-OPEN
               CLOSE ACCT-MASTER
           END-IF
           IF WS-ALLOC-IN-STATUS = "00" OR "10"
               CLOSE ALLOC-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
