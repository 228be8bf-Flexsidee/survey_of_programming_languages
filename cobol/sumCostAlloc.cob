       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-ALLOC.
      *****************************************************************
      * Period cost allocation (chargeback).  Shared-service GL
      * accounts collect costs all period; this run charges each
      * one's net period activity out to the accounts using it, by
      * the rules kept on PROD.SUM.ALLOC.RULES (ALLOCREC.cpy, kept by
      * ALLOC-MAINT), and hands the GL loader a balanced set of
      * offsetting entries in the GLEXTREC layout.
      *
      * Inputs:
      *   GLIN      the PROD.SUM.GL.EXTRACT.DAILY generations, the
      *             GDG base concatenated the way SUM-GLMON reads
      *             them; every night is proved against its own
      *             trailer before anything is allocated.
      *   ALLOCPRM  one card:
      *               cols  1-8   period start date  CCYYMMDD
      *               cols  9-16  period end date    CCYYMMDD
      *             A detail line belongs to the period when its
      *             effective (ledger) date falls within the two.
      *   ALLOCMST  the rule file, read through and then updated
      *             with the period each rule was last allocated.
      *   PARM      'FORCE' lets a rule be allocated again for a
      *             period that starts on or before the end of the
      *             last period it was allocated for.
      *
      * For each active rule whose percentages total exactly 100.00
      * the source account's net (debits less credits) for the
      * period is moved out: a debit balance is credited back to the
      * source and debited to the targets, a credit balance the
      * other way round.  Each target's share is rounded to the cent
      * and the last target takes the difference, so the targets add
      * back to the source exactly.  All entries are dated the
      * period end.  The entries go to the loader only, never back
      * into the GDG, so one rule's targets are not re-allocated by
      * another rule in the same or a later run.
      *
      * Outputs:
      *   ALLOCEXT  header, details and trailer (count and hash) in
      *             the GLEXTREC layout, ready for the GL loader.
      *   ALLOCRPT  per rule: the source entry against its target
      *             entries, the rounding adjustment the last target
      *             took, and the proof; then the grand totals.
      *
      * RETURN-CODE:
      *    4  a rule was refused (percentages not 100.00, no
      *       targets, period overlapping one already allocated,
      *       rounding beyond the last target's share, amount too
      *       large for the extract)
      *    8  GLIN did not prove, or the entries did not -- nothing
      *       is allocated, ALLOCEXT carries only its header and
      *       trailer, and no rule is updated
      *   16  a missing or bad ALLOCPRM card or a file that would
      *       not open
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-IN ASSIGN TO GLIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-IN-STATUS.

               SELECT ALLOC-PARM ASSIGN TO ALLOCPRM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ALLOC-PARM-STATUS.

               SELECT ALLOC-MASTER ASSIGN TO ALLOCMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-SOURCE-ACCOUNT
                   FILE STATUS IS WS-ALLOC-MASTER-STATUS.

               SELECT ALLOC-EXT ASSIGN TO ALLOCEXT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ALLOC-EXT-STATUS.

               SELECT ALLOC-RPT ASSIGN TO ALLOCRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ALLOC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-IN
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY GLEXTREC REPLACING ==GL-EXTRACT-RECORD== BY
                   ==GLIN-RECORD==
               ==GE-RECORD-TYPE==   BY ==GI-RECORD-TYPE==
               ==GE-HEADER-REC==    BY ==GI-HEADER-REC==
               ==GE-DETAIL-REC==    BY ==GI-DETAIL-REC==
               ==GE-TRAILER-REC==   BY ==GI-TRAILER-REC==
               ==GE-TRANS-DATE==    BY ==GI-TRANS-DATE==
               ==GE-GL-ACCOUNT==    BY ==GI-GL-ACCOUNT==
               ==GE-AMOUNT==        BY ==GI-AMOUNT==
               ==GE-DR-CR-CODE==    BY ==GI-DR-CR-CODE==
               ==GL-EXTRACT-HEADER== BY ==GLIN-HEADER==
               ==GH-RECORD-TYPE==   BY ==HI-RECORD-TYPE==
               ==GH-RUN-DATE==      BY ==HI-RUN-DATE==
               ==GH-CUT-TIMESTAMP== BY ==HI-CUT-TIMESTAMP==
               ==GH-BATCH-COUNT==   BY ==HI-BATCH-COUNT==
               ==GL-EXTRACT-TRAILER== BY ==GLIN-TRAILER==
               ==GT-RECORD-TYPE==   BY ==TI-RECORD-TYPE==
               ==GT-LINE-COUNT==    BY ==TI-LINE-COUNT==
               ==GT-HASH-TOTAL==    BY ==TI-HASH-TOTAL==.

       FD  ALLOC-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ALLOC-PARM-RECORD.
           05  AP-PERIOD-START         PIC X(8).
           05  AP-PERIOD-END           PIC X(8).
           05  FILLER                  PIC X(64).

       FD  ALLOC-MASTER
           RECORD CONTAINS 200 CHARACTERS.
           COPY ALLOCREC.

       FD  ALLOC-EXT
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY GLEXTREC.

       FD  ALLOC-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  ALLOC-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GL-IN-STATUS         PIC X(2).
           05  WS-ALLOC-PARM-STATUS    PIC X(2).
           05  WS-ALLOC-MASTER-STATUS  PIC X(2).
           05  WS-ALLOC-EXT-STATUS     PIC X(2).
           05  WS-ALLOC-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  END-OF-FILE                 VALUE "Y".
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-RUN-FAILED-SW        PIC X(1) VALUE "N".
               88  RUN-FAILED                  VALUE "Y".
           05  WS-INPUT-FAILED-SW      PIC X(1) VALUE "N".
               88  INPUT-PROOF-FAILED          VALUE "Y".
           05  WS-OUTPUT-FAILED-SW     PIC X(1) VALUE "N".
               88  OUTPUT-PROOF-FAILED         VALUE "Y".
           05  WS-FORCE-SW             PIC X(1) VALUE "N".
               88  FORCE-REQUESTED             VALUE "Y".
           05  WS-DATE-OK-SW           PIC X(1) VALUE "N".
               88  CHECK-DATE-OK               VALUE "Y".
           05  WS-ALLOC-MASTER-SW      PIC X(1) VALUE "N".
               88  ALLOC-MASTER-OPEN           VALUE "Y".
           05  WS-ALLOC-EXT-SW         PIC X(1) VALUE "N".
               88  ALLOC-EXT-OPEN              VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-PARM-WORK                PIC X(16).
       01  WS-FORCE-TALLY              PIC 9 VALUE ZERO.
       01  WS-CHECK-DATE               PIC X(8).

       01  WS-PERIOD.
           05  WS-PERIOD-START         PIC X(8).
           05  WS-PERIOD-END           PIC X(8).

      *****************************************************************
      * Every rule on file, with the source account's signed net for
      * the period (debits plus, credits minus) as GLIN is read.  A
      * rule that proves keeps its extract lines here until the whole
      * run has proved; only then are the rules stamped and the lines
      * written.  The stamp switch is "Y" when the rule is to be
      * stamped and "S" once it has been, and the rule's previous
      * stamp is kept so a stamping pass that fails part way can put
      * back the ones already done.
      *****************************************************************
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RULE-SOURCE      PIC X(6).
               10  WS-RULE-NET         PIC S9(11)V99.
               10  WS-RULE-LINES       PIC 9(5).
               10  WS-RULE-STAMP-SW    PIC X(1).
                   88  RULE-TO-STAMP           VALUE "Y".
                   88  RULE-STAMPED            VALUE "S".
                   88  RULE-NOT-RESTORED       VALUE "F".
               10  WS-RULE-OLD-PERIOD-END
                                       PIC X(8).
               10  WS-RULE-OLD-AMOUNT  PIC S9(11)V99.
               10  WS-RULE-OUT-COUNT   PIC 9(2).
               10  WS-RULE-OUT OCCURS 11 TIMES.
                   15  WS-OUT-ACCOUNT  PIC X(6).
                   15  WS-OUT-AMOUNT   PIC S9(11)V99.
                   15  WS-OUT-DR-CR    PIC X.
       01  WS-RULE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RULE-MAX                 PIC 9(3) VALUE 200.
       01  WS-RULE-IX                  PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-RULE-IX          PIC 9(3) VALUE ZERO.

      *****************************************************************
      * One rule's entries are built here and proved before any of
      * them is written, so a rule that does not prove leaves nothing
      * behind on ALLOCEXT.  Entry 1 is the source; the targets
      * follow in rule order.
      *****************************************************************
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 11 TIMES.
               10  WS-ENTRY-ACCOUNT    PIC X(6).
               10  WS-ENTRY-PERCENT    PIC 9(3)V99.
               10  WS-ENTRY-AMOUNT     PIC S9(11)V99.
               10  WS-ENTRY-DR-CR      PIC X.
       01  WS-ENTRY-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-IX                 PIC 9(2) VALUE ZERO.
       01  WS-OUT-IX                   PIC 9(2) VALUE ZERO.
       01  WS-TARGET-IX                PIC 9(2) VALUE ZERO.

       01  WS-RULE-WORK.
           05  WS-ALLOC-AMOUNT         PIC S9(11)V99.
           05  WS-SOURCE-SIDE          PIC X.
           05  WS-TARGET-SIDE          PIC X.
           05  WS-PERCENT-TOTAL        PIC 9(4)V99.
           05  WS-TARGET-TOTAL         PIC S9(11)V99.
           05  WS-EXACT-SHARE          PIC S9(11)V99.
           05  WS-ROUNDING-ADJ         PIC S9(11)V99.
           05  WS-REFUSAL-TEXT         PIC X(60).

       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-NIGHT-PROOF.
           05  WS-NIGHT-LINES          PIC 9(7) VALUE ZERO.
           05  WS-NIGHT-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-INPUT-FIGURES.
           05  WS-NIGHTS-READ          PIC 9(3) VALUE ZERO.
           05  WS-DETAILS-READ         PIC 9(7) VALUE ZERO.
           05  WS-PERIOD-DETAILS       PIC 9(7) VALUE ZERO.
           05  WS-FIRST-RUN-DATE       PIC X(8) VALUE HIGH-VALUES.
           05  WS-LAST-RUN-DATE        PIC X(8) VALUE LOW-VALUES.

       01  WS-OUTPUT-FIGURES.
           05  WS-EXT-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXT-HASH-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05  WS-RULES-ALLOCATED      PIC 9(3) VALUE ZERO.
           05  WS-RULES-NO-ACTIVITY    PIC 9(3) VALUE ZERO.
           05  WS-RULES-INACTIVE       PIC 9(3) VALUE ZERO.
           05  WS-RULES-REFUSED        PIC 9(3) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "PERIOD COST ALLOCATION (CHARGEBACK) REPORT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RD-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  RD-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  RD-DAY                  PIC X(2).
           05  RD-FORCE-NOTE           PIC X(40).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "PERIOD          ".
           05  PL-START                PIC X(8).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  PL-END                  PIC X(8).
           05  FILLER                  PIC X(18)
                   VALUE "   FROM THE NIGHTS".
           05  FILLER                  PIC X VALUE SPACE.
           05  PL-FIRST-RUN            PIC X(8).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  PL-LAST-RUN             PIC X(8).
           05  FILLER                  PIC X(3) VALUE " (".
           05  PL-NIGHTS               PIC ZZ9.
           05  FILLER                  PIC X(8) VALUE " NIGHTS)".

       01  WS-SECTION-LINE             PIC X(132).

       01  WS-RULE-LINE.
           05  FILLER                  PIC X(5) VALUE "RULE ".
           05  RL-SOURCE               PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(14)
                   VALUE "  PERIOD NET  ".
           05  RL-NET                  PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-DR-CR                PIC X(2).
           05  FILLER                  PIC X(9) VALUE "  LINES  ".
           05  RL-LINES                PIC ZZZZ9.

       01  WS-ENTRY-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EL-LABEL                PIC X(8).
           05  EL-ACCOUNT              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EL-PERCENT              PIC ZZ9.99.
           05  EL-PERCENT-SIGN         PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EL-DR-CR                PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EL-AMOUNT               PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EL-NOTE-LABEL           PIC X(20).
           05  EL-NOTE-ADJ             PIC +9.99 BLANK WHEN ZERO.

       01  WS-RULE-PROOF-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(16)
                   VALUE "SOURCE ENTRY    ".
           05  RP-SOURCE-AMOUNT        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(17)
                   VALUE "  TARGET ENTRIES ".
           05  RP-TARGET-AMOUNT        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  PROOF  ".
           05  RP-RESULT               PIC X(8).

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "*** REFUSED ".
           05  RF-TEXT                 PIC X(60).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  NL-TEXT                 PIC X(60).

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(18)
                   VALUE "TOTAL DEBITS      ".
           05  T1-DEBITS               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(18)
                   VALUE "  TOTAL CREDITS   ".
           05  T1-CREDITS              PIC ZZZZZZZZZZZZ9.99.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(18)
                   VALUE "EXTRACT LINES     ".
           05  T2-LINES                PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE "  EXTRACT HASH    ".
           05  T2-HASH                 PIC ZZZZZZZZZZ9.99.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(18)
                   VALUE "RULES ALLOCATED   ".
           05  T3-ALLOCATED            PIC ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  NO ACTIVITY   ".
           05  T3-NO-ACTIVITY          PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE "  INACTIVE   ".
           05  T3-INACTIVE             PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REFUSED   ".
           05  T3-REFUSED              PIC ZZ9.

       01  WS-PROOF-RESULT-LINE.
           05  FILLER                  PIC X(27)
                   VALUE "ALLOCATION PROOF:          ".
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
               PERFORM 1200-LOAD-RULES
           END-IF
           IF NOT RUN-FAILED
               PERFORM 2000-READ-ACTIVITY UNTIL END-OF-FILE
               PERFORM 3000-WRITE-EXTRACT-HEADER
               IF INPUT-PROOF-FAILED
                   PERFORM 3900-REPORT-INPUT-FAILURE
               ELSE
                   PERFORM 4000-ALLOCATE-RULE
                       VARYING WS-RULE-IX FROM 1 BY 1
                       UNTIL WS-RULE-IX > WS-RULE-COUNT
                   IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                       SET OUTPUT-PROOF-FAILED TO TRUE
                   END-IF
                   IF NOT OUTPUT-PROOF-FAILED
                       PERFORM 4800-STAMP-RULE
                           VARYING WS-RULE-IX FROM 1 BY 1
                           UNTIL WS-RULE-IX > WS-RULE-COUNT
                              OR OUTPUT-PROOF-FAILED
                       IF OUTPUT-PROOF-FAILED
                           PERFORM 4850-RESTORE-RULE
                               VARYING WS-RULE-IX FROM 1 BY 1
                               UNTIL WS-RULE-IX > WS-RULE-COUNT
                       ELSE
                           PERFORM 4880-WRITE-RULE-LINES
                               VARYING WS-RULE-IX FROM 1 BY 1
                               UNTIL WS-RULE-IX > WS-RULE-COUNT
                       END-IF
                   END-IF
                   IF OUTPUT-PROOF-FAILED
                       PERFORM 4900-REPORT-OUTPUT-FAILURE
                   END-IF
               END-IF
               PERFORM 5000-WRITE-EXTRACT-TRAILER
               PERFORM 6000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO RD-FORCE-NOTE
           IF LK-PARM-LEN >= 1 AND LK-PARM-LEN <= 16
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
               INSPECT WS-PARM-WORK TALLYING WS-FORCE-TALLY
                   FOR ALL "FORCE"
               IF WS-FORCE-TALLY > ZERO
                   SET FORCE-REQUESTED TO TRUE
                   MOVE "   -- REALLOCATION FORCED BY PARM"
                       TO RD-FORCE-NOTE
                   DISPLAY "SUM-ALLOC: PARM='FORCE' -- PERIODS "
                       "ALREADY ALLOCATED WILL BE ALLOCATED AGAIN"
               END-IF
           END-IF

           OPEN OUTPUT ALLOC-RPT
           IF WS-ALLOC-RPT-STATUS NOT = "00"
               DISPLAY "SUM-ALLOC: UNABLE TO OPEN ALLOCRPT, "
                   "STATUS = " WS-ALLOC-RPT-STATUS
               SET RUN-FAILED TO TRUE
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO RD-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO RD-MONTH
               MOVE WS-CURRENT-TIMESTAMP(7:2) TO RD-DAY
               WRITE ALLOC-RPT-RECORD FROM WS-TITLE-LINE
               WRITE ALLOC-RPT-RECORD FROM WS-RUN-DATE-LINE
           END-IF

           IF NOT RUN-FAILED
               PERFORM 1100-READ-PERIOD-CARD
           END-IF

           IF NOT RUN-FAILED
               OPEN INPUT GL-IN
               IF WS-GL-IN-STATUS NOT = "00"
                   DISPLAY "SUM-ALLOC: UNABLE TO OPEN GLIN, STATUS = "
                       WS-GL-IN-STATUS
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-FAILED
               OPEN I-O ALLOC-MASTER
               IF WS-ALLOC-MASTER-STATUS = "00"
                   SET ALLOC-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "SUM-ALLOC: UNABLE TO OPEN ALLOCMST, "
                       "STATUS = " WS-ALLOC-MASTER-STATUS
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-FAILED
               OPEN OUTPUT ALLOC-EXT
               IF WS-ALLOC-EXT-STATUS = "00"
                   SET ALLOC-EXT-OPEN TO TRUE
               ELSE
                   DISPLAY "SUM-ALLOC: UNABLE TO OPEN ALLOCEXT, "
                       "STATUS = " WS-ALLOC-EXT-STATUS
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT RUN-FAILED
               PERFORM 8000-READ-GL-IN
           END-IF.

      *****************************************************************
      * The period card is the whole point of the run -- without a
      * good one there is nothing to allocate, so the run stops.
      *****************************************************************
       1100-READ-PERIOD-CARD.
           OPEN INPUT ALLOC-PARM
           IF WS-ALLOC-PARM-STATUS NOT = "00"
               DISPLAY "SUM-ALLOC: UNABLE TO OPEN ALLOCPRM, STATUS = "
                   WS-ALLOC-PARM-STATUS
               SET RUN-FAILED TO TRUE
           ELSE
               READ ALLOC-PARM
                   AT END
                       DISPLAY "SUM-ALLOC: NO ALLOCPRM CARD -- "
                           "PERIOD NOT GIVEN"
                       SET RUN-FAILED TO TRUE
               END-READ
               CLOSE ALLOC-PARM
           END-IF
           IF NOT RUN-FAILED
               MOVE AP-PERIOD-START TO WS-CHECK-DATE
               PERFORM 1150-CHECK-DATE
               IF NOT CHECK-DATE-OK
                   DISPLAY "SUM-ALLOC: ALLOCPRM PERIOD START "
                       AP-PERIOD-START " IS NOT A DATE"
                   SET RUN-FAILED TO TRUE
               END-IF
               MOVE AP-PERIOD-END TO WS-CHECK-DATE
               PERFORM 1150-CHECK-DATE
               IF NOT CHECK-DATE-OK
                   DISPLAY "SUM-ALLOC: ALLOCPRM PERIOD END "
                       AP-PERIOD-END " IS NOT A DATE"
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT RUN-FAILED
               IF AP-PERIOD-END < AP-PERIOD-START
                   DISPLAY "SUM-ALLOC: ALLOCPRM PERIOD END "
                       AP-PERIOD-END " IS BEFORE ITS START "
                       AP-PERIOD-START
                   SET RUN-FAILED TO TRUE
               ELSE
                   MOVE AP-PERIOD-START TO WS-PERIOD-START
                   MOVE AP-PERIOD-END TO WS-PERIOD-END
               END-IF
           END-IF.

       1150-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE IS NUMERIC
                   AND WS-CHECK-DATE(5:2) >= "01"
                   AND WS-CHECK-DATE(5:2) <= "12"
                   AND WS-CHECK-DATE(7:2) >= "01"
                   AND WS-CHECK-DATE(7:2) <= "31"
               SET CHECK-DATE-OK TO TRUE
           END-IF.

      *****************************************************************
      * Every rule on file goes in the table, active or not, so the
      * report accounts for all of them; only the source accounts'
      * activity is gathered from GLIN.
      *****************************************************************
       1200-LOAD-RULES.
           MOVE "N" TO WS-END-OF-MASTER-SW
           MOVE LOW-VALUES TO AR-SOURCE-ACCOUNT
           START ALLOC-MASTER KEY >= AR-SOURCE-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ ALLOC-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-END-OF-MASTER-SW
                   NOT AT END
                       PERFORM 1250-TABLE-RULE
               END-READ
           END-PERFORM
           DISPLAY "SUM-ALLOC: RULES ON FILE = " WS-RULE-COUNT.

       1250-TABLE-RULE.
           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "SUM-ALLOC: *** RULE TABLE FULL -- "
                   AR-SOURCE-ACCOUNT " AND LATER RULES NOT LOADED ***"
               MOVE "Y" TO WS-END-OF-MASTER-SW
               SET RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE AR-SOURCE-ACCOUNT TO WS-RULE-SOURCE(WS-RULE-COUNT)
               MOVE ZERO TO WS-RULE-NET(WS-RULE-COUNT)
               MOVE ZERO TO WS-RULE-LINES(WS-RULE-COUNT)
               MOVE "N" TO WS-RULE-STAMP-SW(WS-RULE-COUNT)
               MOVE ZERO TO WS-RULE-OUT-COUNT(WS-RULE-COUNT)
           END-IF.

      *****************************************************************
      * Each night arrives whole on the concatenation and is proved
      * against its own trailer, exactly as SUM-GLMON proves them.
      * Details dated within the period on a source account add to
      * that rule's net.
      *****************************************************************
       2000-READ-ACTIVITY.
           EVALUATE TRUE
               WHEN GI-HEADER-REC
                   ADD 1 TO WS-NIGHTS-READ
                   MOVE ZERO TO WS-NIGHT-LINES
                   MOVE ZERO TO WS-NIGHT-HASH
                   IF HI-RUN-DATE < WS-FIRST-RUN-DATE
                       MOVE HI-RUN-DATE TO WS-FIRST-RUN-DATE
                   END-IF
                   IF HI-RUN-DATE > WS-LAST-RUN-DATE
                       MOVE HI-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
               WHEN GI-DETAIL-REC
                   ADD 1 TO WS-NIGHT-LINES
                   ADD GI-AMOUNT TO WS-NIGHT-HASH
                   ADD 1 TO WS-DETAILS-READ
                   IF GI-TRANS-DATE >= WS-PERIOD-START
                           AND GI-TRANS-DATE <= WS-PERIOD-END
                       PERFORM 2100-ACCUMULATE-DETAIL
                   END-IF
               WHEN GI-TRAILER-REC
                   IF WS-NIGHT-LINES NOT = TI-LINE-COUNT
                           OR WS-NIGHT-HASH NOT = TI-HASH-TOTAL
                       DISPLAY "SUM-ALLOC: *** A NIGHTLY EXTRACT "
                           "DOES NOT PROVE TO ITS TRAILER ***"
                       SET INPUT-PROOF-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "SUM-ALLOC: *** GLIN RECORD TYPE IS NOT "
                       "H, D OR T ***"
                   SET INPUT-PROOF-FAILED TO TRUE
           END-EVALUATE
           PERFORM 8000-READ-GL-IN.

       2100-ACCUMULATE-DETAIL.
           MOVE ZERO TO WS-MATCHED-RULE-IX
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-RULE-COUNT
               IF GI-GL-ACCOUNT = WS-RULE-SOURCE(WS-RULE-IX)
                   MOVE WS-RULE-IX TO WS-MATCHED-RULE-IX
               END-IF
           END-PERFORM
           IF WS-MATCHED-RULE-IX > ZERO
               IF GI-DR-CR-CODE = "C"
                   COMPUTE WS-SIGNED-AMOUNT = GI-AMOUNT * -1
               ELSE
                   MOVE GI-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               ADD WS-SIGNED-AMOUNT
                   TO WS-RULE-NET(WS-MATCHED-RULE-IX)
               ADD 1 TO WS-RULE-LINES(WS-MATCHED-RULE-IX)
               ADD 1 TO WS-PERIOD-DETAILS
           END-IF.

       3000-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO GL-EXTRACT-HEADER
           MOVE "H" TO GH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO GH-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO GH-CUT-TIMESTAMP
           MOVE ZERO TO GH-BATCH-COUNT
           WRITE GL-EXTRACT-HEADER

           MOVE WS-PERIOD-START TO PL-START
           MOVE WS-PERIOD-END TO PL-END
           MOVE WS-FIRST-RUN-DATE TO PL-FIRST-RUN
           MOVE WS-LAST-RUN-DATE TO PL-LAST-RUN
           MOVE WS-NIGHTS-READ TO PL-NIGHTS
           WRITE ALLOC-RPT-RECORD FROM WS-PERIOD-LINE
           WRITE ALLOC-RPT-RECORD FROM WS-BLANK-LINE.

      *****************************************************************
      * A period that does not prove to its own nightly trailers
      * cannot be charged out -- the loader gets an empty extract and
      * the rules are left as they were, so the run can simply be
      * repeated once GLIN is put right.
      *****************************************************************
       3900-REPORT-INPUT-FAILURE.
           MOVE "*** GLIN DOES NOT PROVE TO ITS NIGHTLY TRAILERS -- "
               TO NL-TEXT
           WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "*** NOTHING ALLOCATED, NO RULE UPDATED" TO NL-TEXT
           WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
           WRITE ALLOC-RPT-RECORD FROM WS-BLANK-LINE
           DISPLAY "SUM-ALLOC: *** GLIN DOES NOT PROVE -- NOTHING "
               "ALLOCATED ***".

      *****************************************************************
      * One rule.  The rule is read again by key for its targets,
      * checked, and its entries built and proved.  A rule that
      * proves is only marked to be stamped and its lines kept in the
      * rule table -- nothing goes to ALLOCEXT or back to ALLOCMST
      * until every rule has been through and the run has proved.
      *****************************************************************
       4000-ALLOCATE-RULE.
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE WS-RULE-SOURCE(WS-RULE-IX) TO AR-SOURCE-ACCOUNT
           READ ALLOC-MASTER
               INVALID KEY
                   MOVE "RULE NO LONGER ON FILE" TO WS-REFUSAL-TEXT
                   MOVE SPACES TO AR-DESCRIPTION
           END-READ

           MOVE WS-RULE-SOURCE(WS-RULE-IX) TO RL-SOURCE
           MOVE AR-DESCRIPTION TO RL-DESCRIPTION
           MOVE WS-RULE-NET(WS-RULE-IX) TO RL-NET
           IF WS-RULE-NET(WS-RULE-IX) < ZERO
               MOVE "CR" TO RL-DR-CR
           ELSE
               MOVE "DR" TO RL-DR-CR
           END-IF
           MOVE WS-RULE-LINES(WS-RULE-IX) TO RL-LINES
           WRITE ALLOC-RPT-RECORD FROM WS-RULE-LINE

           IF WS-REFUSAL-TEXT = SPACES
               IF AR-RULE-INACTIVE
                   ADD 1 TO WS-RULES-INACTIVE
                   MOVE "RULE INACTIVE -- PASSED OVER" TO NL-TEXT
                   WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
               ELSE
                   PERFORM 4100-CHECK-RULE
                   IF WS-REFUSAL-TEXT = SPACES
                       IF WS-RULE-NET(WS-RULE-IX) = ZERO
                           PERFORM 4200-RECORD-NO-ACTIVITY
                       ELSE
                           PERFORM 4300-BUILD-ENTRIES
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-REFUSAL-TEXT NOT = SPACES
               ADD 1 TO WS-RULES-REFUSED
               MOVE WS-REFUSAL-TEXT TO RF-TEXT
               WRITE ALLOC-RPT-RECORD FROM WS-REFUSED-LINE
               DISPLAY "SUM-ALLOC: RULE " WS-RULE-SOURCE(WS-RULE-IX)
                   " REFUSED -- " WS-REFUSAL-TEXT
           END-IF
           WRITE ALLOC-RPT-RECORD FROM WS-BLANK-LINE.

       4100-CHECK-RULE.
           MOVE ZERO TO WS-PERCENT-TOTAL
           IF AR-TARGET-COUNT IS NUMERIC
                   AND AR-TARGET-COUNT > ZERO
                   AND AR-TARGET-COUNT <= 10
               PERFORM VARYING WS-TARGET-IX FROM 1 BY 1
                       UNTIL WS-TARGET-IX > AR-TARGET-COUNT
                   ADD AR-TARGET-PERCENT(WS-TARGET-IX)
                       TO WS-PERCENT-TOTAL
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN AR-TARGET-COUNT IS NOT NUMERIC
                       OR AR-TARGET-COUNT = ZERO
                       OR AR-TARGET-COUNT > 10
                   MOVE "RULE HAS NO TARGETS" TO WS-REFUSAL-TEXT
               WHEN WS-PERCENT-TOTAL NOT = 100
                   MOVE "TARGET PERCENTAGES DO NOT TOTAL 100.00"
                       TO WS-REFUSAL-TEXT
               WHEN AR-LAST-PERIOD-END NOT = SPACES
                       AND WS-PERIOD-START <= AR-LAST-PERIOD-END
                       AND NOT FORCE-REQUESTED
                   STRING "OVERLAPS ALLOCATED PERIOD ENDING "
                       AR-LAST-PERIOD-END " -- USE PARM='FORCE'"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN WS-RULE-NET(WS-RULE-IX) > 999999999.99
                       OR WS-RULE-NET(WS-RULE-IX) < -999999999.99
                   MOVE "NET TOO LARGE FOR ONE EXTRACT LINE"
                       TO WS-REFUSAL-TEXT
           END-EVALUATE.

      *****************************************************************
      * Nothing to move, but the period is still the rule's last --
      * a later run for the same period is refused like any other.
      *****************************************************************
       4200-RECORD-NO-ACTIVITY.
           ADD 1 TO WS-RULES-NO-ACTIVITY
           MOVE "NO NET ACTIVITY IN THE PERIOD -- NOTHING TO ALLOCATE"
               TO NL-TEXT
           WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
           MOVE ZERO TO WS-ALLOC-AMOUNT
           SET RULE-TO-STAMP(WS-RULE-IX) TO TRUE.

      *****************************************************************
      * A debit balance on the source is credited back to it and
      * debited to the targets; a credit balance goes the other way.
      * Every target but the last takes its rounded share; the last
      * takes whatever is left, and the adjustment that made is the
      * difference from its own rounded share.
      *****************************************************************
       4300-BUILD-ENTRIES.
           IF WS-RULE-NET(WS-RULE-IX) > ZERO
               MOVE WS-RULE-NET(WS-RULE-IX) TO WS-ALLOC-AMOUNT
               MOVE "C" TO WS-SOURCE-SIDE
               MOVE "D" TO WS-TARGET-SIDE
           ELSE
               COMPUTE WS-ALLOC-AMOUNT = WS-RULE-NET(WS-RULE-IX) * -1
               MOVE "D" TO WS-SOURCE-SIDE
               MOVE "C" TO WS-TARGET-SIDE
           END-IF

           MOVE 1 TO WS-ENTRY-COUNT
           MOVE AR-SOURCE-ACCOUNT TO WS-ENTRY-ACCOUNT(1)
           MOVE ZERO TO WS-ENTRY-PERCENT(1)
           MOVE WS-ALLOC-AMOUNT TO WS-ENTRY-AMOUNT(1)
           MOVE WS-SOURCE-SIDE TO WS-ENTRY-DR-CR(1)

           MOVE ZERO TO WS-TARGET-TOTAL
           MOVE ZERO TO WS-ROUNDING-ADJ
           PERFORM VARYING WS-TARGET-IX FROM 1 BY 1
                   UNTIL WS-TARGET-IX > AR-TARGET-COUNT
               ADD 1 TO WS-ENTRY-COUNT
               MOVE AR-TARGET-ACCOUNT(WS-TARGET-IX)
                   TO WS-ENTRY-ACCOUNT(WS-ENTRY-COUNT)
               MOVE AR-TARGET-PERCENT(WS-TARGET-IX)
                   TO WS-ENTRY-PERCENT(WS-ENTRY-COUNT)
               MOVE WS-TARGET-SIDE TO WS-ENTRY-DR-CR(WS-ENTRY-COUNT)
               COMPUTE WS-EXACT-SHARE ROUNDED =
                   WS-ALLOC-AMOUNT * AR-TARGET-PERCENT(WS-TARGET-IX)
                       / 100
               IF WS-TARGET-IX < AR-TARGET-COUNT
                   MOVE WS-EXACT-SHARE
                       TO WS-ENTRY-AMOUNT(WS-ENTRY-COUNT)
               ELSE
                   COMPUTE WS-ENTRY-AMOUNT(WS-ENTRY-COUNT) =
                       WS-ALLOC-AMOUNT - WS-TARGET-TOTAL
                   COMPUTE WS-ROUNDING-ADJ =
                       WS-ENTRY-AMOUNT(WS-ENTRY-COUNT)
                           - WS-EXACT-SHARE
               END-IF
               ADD WS-ENTRY-AMOUNT(WS-ENTRY-COUNT) TO WS-TARGET-TOTAL
           END-PERFORM

           IF WS-ENTRY-AMOUNT(WS-ENTRY-COUNT) < ZERO
               MOVE "ROUNDING EXCEEDS THE LAST TARGET'S SHARE"
                   TO WS-REFUSAL-TEXT
           ELSE
               PERFORM 4400-PROVE-ENTRIES
           END-IF.

      *****************************************************************
      * The rule's own proof: the source entry against the sum of
      * the target entries, to the cent.  A rule that proves has its
      * lines kept for the write pass; one that fails it fails the
      * run's proof besides, so no rule is written or stamped.
      *****************************************************************
       4400-PROVE-ENTRIES.
           MOVE WS-ENTRY-AMOUNT(1) TO RP-SOURCE-AMOUNT
           MOVE WS-TARGET-TOTAL TO RP-TARGET-AMOUNT
           PERFORM 4500-WRITE-ENTRY-LINE
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
           IF WS-TARGET-TOTAL = WS-ENTRY-AMOUNT(1)
               MOVE "PROVED  " TO RP-RESULT
               WRITE ALLOC-RPT-RECORD FROM WS-RULE-PROOF-LINE
               PERFORM 4600-TABLE-EXTRACT-LINE
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               SET RULE-TO-STAMP(WS-RULE-IX) TO TRUE
           ELSE
               MOVE "FAILED  " TO RP-RESULT
               WRITE ALLOC-RPT-RECORD FROM WS-RULE-PROOF-LINE
               SET OUTPUT-PROOF-FAILED TO TRUE
               MOVE "ENTRIES DO NOT PROVE -- NOT WRITTEN"
                   TO WS-REFUSAL-TEXT
           END-IF.

       4500-WRITE-ENTRY-LINE.
           MOVE SPACES TO EL-NOTE-LABEL
           MOVE ZERO TO EL-NOTE-ADJ
           IF WS-ENTRY-IX = 1
               MOVE "SOURCE  " TO EL-LABEL
               MOVE SPACES TO EL-PERCENT-SIGN
               MOVE ZERO TO EL-PERCENT
           ELSE
               MOVE "TARGET  " TO EL-LABEL
               MOVE WS-ENTRY-PERCENT(WS-ENTRY-IX) TO EL-PERCENT
               MOVE "%" TO EL-PERCENT-SIGN
               IF WS-ENTRY-IX = WS-ENTRY-COUNT
                       AND WS-ROUNDING-ADJ NOT = ZERO
                   MOVE "ROUNDING ADJUSTMENT " TO EL-NOTE-LABEL
                   MOVE WS-ROUNDING-ADJ TO EL-NOTE-ADJ
               END-IF
           END-IF
           MOVE WS-ENTRY-ACCOUNT(WS-ENTRY-IX) TO EL-ACCOUNT
           IF WS-ENTRY-DR-CR(WS-ENTRY-IX) = "D"
               MOVE "DR" TO EL-DR-CR
           ELSE
               MOVE "CR" TO EL-DR-CR
           END-IF
           MOVE WS-ENTRY-AMOUNT(WS-ENTRY-IX) TO EL-AMOUNT
           WRITE ALLOC-RPT-RECORD FROM WS-ENTRY-LINE.

       4600-TABLE-EXTRACT-LINE.
           IF WS-ENTRY-AMOUNT(WS-ENTRY-IX) > ZERO
               ADD 1 TO WS-RULE-OUT-COUNT(WS-RULE-IX)
               MOVE WS-RULE-OUT-COUNT(WS-RULE-IX) TO WS-OUT-IX
               MOVE WS-ENTRY-ACCOUNT(WS-ENTRY-IX)
                   TO WS-OUT-ACCOUNT(WS-RULE-IX, WS-OUT-IX)
               MOVE WS-ENTRY-AMOUNT(WS-ENTRY-IX)
                   TO WS-OUT-AMOUNT(WS-RULE-IX, WS-OUT-IX)
               MOVE WS-ENTRY-DR-CR(WS-ENTRY-IX)
                   TO WS-OUT-DR-CR(WS-RULE-IX, WS-OUT-IX)
               IF WS-ENTRY-DR-CR(WS-ENTRY-IX) = "D"
                   ADD WS-ENTRY-AMOUNT(WS-ENTRY-IX) TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-ENTRY-AMOUNT(WS-ENTRY-IX) TO WS-CREDIT-TOTAL
               END-IF
           END-IF.

       4700-WRITE-EXTRACT-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE "D" TO GE-RECORD-TYPE
           MOVE WS-PERIOD-END TO GE-TRANS-DATE
           MOVE WS-OUT-ACCOUNT(WS-RULE-IX, WS-OUT-IX) TO GE-GL-ACCOUNT
           MOVE WS-OUT-AMOUNT(WS-RULE-IX, WS-OUT-IX) TO GE-AMOUNT
           MOVE WS-OUT-DR-CR(WS-RULE-IX, WS-OUT-IX) TO GE-DR-CR-CODE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-EXT-LINE-COUNT
           ADD GE-AMOUNT TO WS-EXT-HASH-TOTAL.

      *****************************************************************
      * Second pass, reached only once every rule has been through
      * and the debits have proved to the credits.  Each rule marked
      * is read again and stamped with the period, its previous stamp
      * kept in the table.  A stamp that will not take fails the run.
      *****************************************************************
       4800-STAMP-RULE.
           IF RULE-TO-STAMP(WS-RULE-IX)
               MOVE WS-RULE-SOURCE(WS-RULE-IX) TO AR-SOURCE-ACCOUNT
               READ ALLOC-MASTER
                   INVALID KEY
                       DISPLAY "SUM-ALLOC: ALLOCMST READ FAILED FOR "
                           AR-SOURCE-ACCOUNT ", STATUS = "
                           WS-ALLOC-MASTER-STATUS
                       SET OUTPUT-PROOF-FAILED TO TRUE
               END-READ
           END-IF
           IF RULE-TO-STAMP(WS-RULE-IX) AND NOT OUTPUT-PROOF-FAILED
               MOVE AR-LAST-PERIOD-END
                   TO WS-RULE-OLD-PERIOD-END(WS-RULE-IX)
               MOVE AR-LAST-ALLOC-AMOUNT
                   TO WS-RULE-OLD-AMOUNT(WS-RULE-IX)
               MOVE WS-PERIOD-END TO AR-LAST-PERIOD-END
               MOVE WS-RULE-NET(WS-RULE-IX) TO AR-LAST-ALLOC-AMOUNT
               REWRITE ALLOC-RECORD
                   INVALID KEY
                       DISPLAY "SUM-ALLOC: ALLOCMST REWRITE FAILED FOR "
                           AR-SOURCE-ACCOUNT ", STATUS = "
                           WS-ALLOC-MASTER-STATUS
                       SET OUTPUT-PROOF-FAILED TO TRUE
                   NOT INVALID KEY
                       SET RULE-STAMPED(WS-RULE-IX) TO TRUE
               END-REWRITE
           END-IF.

      *****************************************************************
      * The stamping pass failed part way: every rule it had already
      * stamped gets its previous stamp back, so the run can simply
      * be repeated.  A rule that cannot be put back is named -- the
      * rerun would refuse it as already allocated, so it wants
      * PARM='FORCE'.
      *****************************************************************
       4850-RESTORE-RULE.
           IF RULE-STAMPED(WS-RULE-IX)
               MOVE WS-RULE-SOURCE(WS-RULE-IX) TO AR-SOURCE-ACCOUNT
               READ ALLOC-MASTER
                   INVALID KEY
                       SET RULE-NOT-RESTORED(WS-RULE-IX) TO TRUE
               END-READ
           END-IF
           IF RULE-STAMPED(WS-RULE-IX)
               MOVE WS-RULE-OLD-PERIOD-END(WS-RULE-IX)
                   TO AR-LAST-PERIOD-END
               MOVE WS-RULE-OLD-AMOUNT(WS-RULE-IX)
                   TO AR-LAST-ALLOC-AMOUNT
               REWRITE ALLOC-RECORD
                   INVALID KEY
                       SET RULE-NOT-RESTORED(WS-RULE-IX) TO TRUE
                   NOT INVALID KEY
                       SET RULE-TO-STAMP(WS-RULE-IX) TO TRUE
               END-REWRITE
           END-IF
           IF RULE-NOT-RESTORED(WS-RULE-IX)
               DISPLAY "SUM-ALLOC: *** RULE "
                   WS-RULE-SOURCE(WS-RULE-IX)
                   " COULD NOT BE PUT BACK -- STILL STAMPED "
                   WS-PERIOD-END " ***"
           END-IF.

      *****************************************************************
      * Every rule is stamped: its kept lines go to ALLOCEXT.
      *****************************************************************
       4880-WRITE-RULE-LINES.
           IF RULE-STAMPED(WS-RULE-IX)
                   AND WS-RULE-OUT-COUNT(WS-RULE-IX) > ZERO
               PERFORM 4700-WRITE-EXTRACT-LINE
                   VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > WS-RULE-OUT-COUNT(WS-RULE-IX)
               ADD 1 TO WS-RULES-ALLOCATED
           END-IF.

      *****************************************************************
      * A rule that did not prove, debits that do not meet credits, or
      * a stamp that would not take: the loader gets an empty extract
      * and no rule is left stamped, so the run can be repeated.
      *****************************************************************
       4900-REPORT-OUTPUT-FAILURE.
           MOVE "*** ALLOCATION DOES NOT PROVE -- " TO NL-TEXT
           WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "*** NOTHING ALLOCATED, NO RULE UPDATED" TO NL-TEXT
           WRITE ALLOC-RPT-RECORD FROM WS-NOTE-LINE
           WRITE ALLOC-RPT-RECORD FROM WS-BLANK-LINE
           DISPLAY "SUM-ALLOC: *** ALLOCATION DOES NOT PROVE -- "
               "NOTHING ALLOCATED ***".

       5000-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO GL-EXTRACT-TRAILER
           MOVE "T" TO GT-RECORD-TYPE
           MOVE WS-EXT-LINE-COUNT TO GT-LINE-COUNT
           MOVE WS-EXT-HASH-TOTAL TO GT-HASH-TOTAL
           WRITE GL-EXTRACT-TRAILER.

       6000-WRITE-TOTALS.
           MOVE "ALLOCATION TOTALS" TO WS-SECTION-LINE
           WRITE ALLOC-RPT-RECORD FROM WS-SECTION-LINE
           MOVE WS-DEBIT-TOTAL TO T1-DEBITS
           MOVE WS-CREDIT-TOTAL TO T1-CREDITS
           WRITE ALLOC-RPT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-EXT-LINE-COUNT TO T2-LINES
           MOVE WS-EXT-HASH-TOTAL TO T2-HASH
           WRITE ALLOC-RPT-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-RULES-ALLOCATED TO T3-ALLOCATED
           MOVE WS-RULES-NO-ACTIVITY TO T3-NO-ACTIVITY
           MOVE WS-RULES-INACTIVE TO T3-INACTIVE
           MOVE WS-RULES-REFUSED TO T3-REFUSED
           WRITE ALLOC-RPT-RECORD FROM WS-TOTAL-LINE-3
           IF INPUT-PROOF-FAILED OR OUTPUT-PROOF-FAILED
               MOVE "FAILED  " TO PR-RESULT
           ELSE
               MOVE "PROVED  " TO PR-RESULT
           END-IF
           WRITE ALLOC-RPT-RECORD FROM WS-PROOF-RESULT-LINE
           DISPLAY "SUM-ALLOC: NIGHTS = " WS-NIGHTS-READ
               "  PERIOD DETAILS = " WS-PERIOD-DETAILS
               "  RULES ALLOCATED = " WS-RULES-ALLOCATED
               "  REFUSED = " WS-RULES-REFUSED
           DISPLAY "SUM-ALLOC: EXTRACT LINES = " WS-EXT-LINE-COUNT
               "  PROOF = " PR-RESULT.

       8000-READ-GL-IN.
           READ GL-IN
               AT END
                   MOVE "Y" TO WS-END-OF-FILE-SW
           END-READ.

       9000-TERMINATE.
           IF WS-GL-IN-STATUS = "00" OR "10"
               CLOSE GL-IN
           END-IF
           IF ALLOC-MASTER-OPEN
               CLOSE ALLOC-MASTER
           END-IF
           IF ALLOC-EXT-OPEN
               CLOSE ALLOC-EXT
           END-IF
           IF WS-ALLOC-RPT-STATUS = "00"
               CLOSE ALLOC-RPT
           END-IF
           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN INPUT-PROOF-FAILED OR OUTPUT-PROOF-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RULES-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
