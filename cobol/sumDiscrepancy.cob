      *
      * Records that legitimately have no SUMOUT line -- header and
      * trailer records, records validation would suspend, records
      * whose total size-errors, records SUM-EDIT's hold list held
      * for approval over a posting limit, and every record of a
      * batch the run register shows was refused as a duplicate
      * (posted on an earlier night and not re-registered tonight)
      * -- are stepped over using the same rules Sum applies, and
      * only counted.  A detail keyed in a foreign currency is
      * converted to base at the exchange-rate file's quote for its
      * effective date before it is compared, since SO-SUM-TOTAL is
      * always the base amount.
      * RETURN-CODE 4 when any discrepancy printed, or when the
      * calendar held more entries than the table and the latest
      * were not loaded; 0 on a clean pass.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DIFF-RPT-STATUS.

               SELECT HOLD-LIST ASSIGN TO HOLDLST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLD-LIST-STATUS.

               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

               SELECT RATE-MASTER ASSIGN TO RATEMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS XR-KEY
                   FILE STATUS IS WS-RATE-MASTER-STATUS.

               SELECT CALENDAR-MASTER ASSIGN TO CALENDAR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CA-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
           COPY TRANREC.

       FD  SUM-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==SUM-OUT-RECORD==
               ==SUM-TRANS-ID==     BY ==SO-TRANS-ID==
               ==SUM-GL-ACCOUNT==   BY ==SO-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==SO-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==SO-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==SO-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==SO-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==SO-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==SO-ORIGINAL-TOTAL==.

      *****************************************************************
      * Keyed account master maintained by ACCT-MAINT (see
           RECORD CONTAINS 132 CHARACTERS.
       01  DIFF-RPT-RECORD             PIC X(132).

      *****************************************************************
      * The night's hold list SUM-EDIT wrote and the SUM step worked
      * from (see HOLDLST.cpy): a listed "H" item wrote no SUMOUT line.
      *****************************************************************
       FD  HOLD-LIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY HOLDLST.

      *****************************************************************
      * Keyed department master maintained by DEPT-MAINT (see
      * DEPTREC.cpy), read at each batch header for the department's
      * authorized GL account ranges, as Sum reads it.
      *****************************************************************
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

      *****************************************************************
      * Keyed exchange-rate file maintained by RATE-MAINT (see
      * RATEREC.cpy), read per foreign-currency detail as Sum reads
      * it.
      *****************************************************************
       FD  RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY RATEREC.

      *****************************************************************
      * Business-day calendar maintained by CAL-MAINT (see
      * CALREC.cpy), loaded whole at start of run as Sum loads it,
      * so a replayed date rolls and cuts off exactly as Sum's did.
      *****************************************************************
       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           COPY SUMMAX.

           05  WS-CUTOFF-IN-STATUS     PIC X(2).
           05  WS-DIFF-RPT-STATUS      PIC X(2).
           05  WS-RUN-DATE-IN-STATUS   PIC X(2).
           05  WS-HOLD-LIST-STATUS     PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-RATE-MASTER-STATUS   PIC X(2).
           05  WS-CALENDAR-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  BATCH-POSTED-BEFORE         VALUE "Y".
           05  WS-SAW-TONIGHT-SW       PIC X(1) VALUE "N".
               88  BATCH-POSTED-TONIGHT        VALUE "Y".
           05  WS-HOLD-LIST-EOF-SW     PIC X(1) VALUE "N".
               88  END-OF-HOLD-LIST            VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".
           05  WS-ACCT-AUTH-SW         PIC X(1) VALUE "N".
               88  ACCT-IS-AUTHORIZED          VALUE "Y".
           05  WS-RATE-MASTER-SW       PIC X(1) VALUE "N".
               88  RATE-MASTER-OPEN            VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(1) VALUE "N".
               88  RATE-IS-ON-FILE             VALUE "Y".
           05  WS-CAL-OVERFLOW-SW      PIC X(1) VALUE "N".
               88  CALENDAR-OVERFLOWED         VALUE "Y".
           05  WS-CALENDAR-EOF-SW      PIC X(1) VALUE "N".
               88  END-OF-CALENDAR             VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-SUBSCRIPTS.
           05  WS-ADDEND-IX            PIC 9 VALUE ZERO.

      *****************************************************************
      * The business-day calendar and the roll work areas, laid out
      * as in Sum.
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 500 TIMES.
               10  WS-CAL-DATE         PIC X(8).
               10  WS-CAL-HOLIDAY      PIC X.
               10  WS-CAL-PERIOD-END   PIC X.
       01  WS-CAL-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CAL-MAX                  PIC 9(3) VALUE 500.
       01  WS-CAL-IX                   PIC 9(3) VALUE ZERO.

       01  WS-ROLL-WORK.
           05  WS-POSTING-DATE         PIC X(8) VALUE SPACES.
           05  WS-ROLL-DATE            PIC 9(8) VALUE ZERO.
           05  WS-KEYED-DAY-NO         PIC 9(7) VALUE ZERO.
           05  WS-ROLL-DAY-NO          PIC 9(7) VALUE ZERO.
           05  WS-ROLL-STEPS           PIC 9(2) VALUE ZERO.
           05  WS-BUSINESS-DAY-SW      PIC X VALUE "N".
               88  IS-BUSINESS-DAY             VALUE "Y".
           05  WS-PERIOD-END-SW        PIC X VALUE "N".
               88  IS-PERIOD-END               VALUE "Y".
           05  WS-CROSSED-SW           PIC X VALUE "N".
               88  PERIOD-END-CROSSED          VALUE "Y".

      *****************************************************************
      * The open batch's authorized GL account ranges, loaded at the
      * header the way Sum loads them.  Not in force for the recycled
      * records after the last trailer.
      *****************************************************************
       01  WS-BATCH-AUTHORITY.
           05  WS-AUTH-CHECK-SW        PIC X(1) VALUE "N".
               88  AUTH-CHECK-IN-FORCE         VALUE "Y".
           05  WS-AUTH-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-AUTH-RANGE OCCURS 10 TIMES.
               10  WS-AUTH-FROM        PIC X(6).
               10  WS-AUTH-TO          PIC X(6).
           05  WS-AUTH-IX              PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-MISMATCH-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-LEFTOVER-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-REFUSED-BATCHES      PIC 9(3) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

      *****************************************************************
      * Tonight's hold list, matched the way the SUM step matches it:
      * once per entry, on the full transaction image.
      *****************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-ACTION      PIC X.
               10  WS-HOLD-IMAGE       PIC X(67).
               10  WS-HOLD-USED-SW     PIC X.
       01  WS-HOLD-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLD-MAX                 PIC 9(3) VALUE 500.
       01  WS-HOLD-IX                  PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-HOLD-IX          PIC 9(3) VALUE ZERO.

       01  WS-BATCH-IDENT.
           05  WS-BATCH-DEPARTMENT     PIC X(4) VALUE SPACES.
           05  WS-BATCH-NO             PIC 9(3) VALUE ZERO.

       01  WS-SIM-TOTAL                PIC S9(7)V99 VALUE ZERO.
       01  WS-SIM-ORIGINAL-TOTAL       PIC S9(7)V99 VALUE ZERO.
       01  WS-EXCHANGE-RATE            PIC 9(4)V9(6) VALUE ZERO.
       01  WS-RECORD-DIFF              PIC S9(8)V99 VALUE ZERO.
       01  WS-CUM-DIFF                 PIC S9(9)V99 VALUE ZERO.

           END-IF

           PERFORM 1050-OPEN-ACCOUNT-MASTER
           PERFORM 1060-OPEN-DEPT-MASTER
           PERFORM 1070-OPEN-RATE-MASTER
           PERFORM 1075-LOAD-CALENDAR
           PERFORM 1080-READ-CUTOFF-CARD
           PERFORM 1090-LOAD-HOLD-LIST

           IF NOT END-OF-FILE
               PERFORM 8000-READ-TRANS-IN
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

       1060-OPEN-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-DIFF: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

       1070-OPEN-RATE-MASTER.
           OPEN INPUT RATE-MASTER
           IF WS-RATE-MASTER-STATUS = "00"
               SET RATE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-DIFF: UNABLE TO OPEN RATEMST, STATUS = "
                   WS-RATE-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

      *****************************************************************
      * Mirrors Sum's 1065-LOAD-CALENDAR: no calendar yet rolls
      * weekends only; one that will not open stops the analysis.
      *****************************************************************
       1075-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SUM-DIFF: NO BUSINESS CALENDAR -- WEEKENDS "
                   "ONLY ROLLED, NO CALENDAR CUTOFF"
           ELSE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SUM-DIFF: UNABLE TO OPEN CALENDAR, STATUS = "
                   WS-CALENDAR-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           ELSE
               PERFORM 1077-READ-CALENDAR
               PERFORM 1076-STORE-CALENDAR-ENTRY
                   UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-MASTER
           END-IF
           END-IF.

       1076-STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY "SUM-DIFF: *** CALENDAR OVER " WS-CAL-MAX
                   " ENTRIES -- " CA-DATE " NOT LOADED ***"
               SET CALENDAR-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CA-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CA-HOLIDAY-FLAG TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
               MOVE CA-PERIOD-END-FLAG
                   TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
           END-IF
           PERFORM 1077-READ-CALENDAR.

       1077-READ-CALENDAR.
           READ CALENDAR-MASTER
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-READ.

      *****************************************************************
      * Mirrors Sum's 1070-READ-CUTOFF-CARD: no card, an empty card
      * or a blank date takes the cutoff from the calendar -- the
      * first period end on or after the run date.
      *****************************************************************
       1080-READ-CUTOFF-CARD.
           OPEN INPUT CUTOFF-IN
           IF WS-CUTOFF-IN-STATUS NOT = "00"
               DISPLAY "SUM-DIFF: NO CUTOFF CARD"
           ELSE
               READ CUTOFF-IN
                   AT END
                       DISPLAY "SUM-DIFF: CUTOFF EMPTY"
                   NOT AT END
                       IF CT-CUTOFF-DATE IS NUMERIC
                           MOVE CT-CUTOFF-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
               CLOSE CUTOFF-IN
           END-IF
           IF NOT CUTOFF-ENFORCED
               PERFORM 1085-FIND-PERIOD-END
                   VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
                      OR CUTOFF-ENFORCED
               IF NOT CUTOFF-ENFORCED
                   DISPLAY "SUM-DIFF: NO PERIOD END ON CALENDAR -- "
                       "NO PERIOD CUTOFF ENFORCED"
               END-IF
           END-IF.

       1085-FIND-PERIOD-END.
           IF WS-CAL-PERIOD-END(WS-CAL-IX) = "Y"
                   AND WS-CAL-DATE(WS-CAL-IX) >= WS-RUN-DATE
               MOVE WS-CAL-DATE(WS-CAL-IX) TO WS-CUTOFF-DATE
               MOVE "Y" TO WS-CUTOFF-SW
           END-IF.

      *****************************************************************
      * Loads the hold list the way the SUM step loads it.  No list
      * means the SUM step held nothing either.
      *****************************************************************
       1090-LOAD-HOLD-LIST.
           OPEN INPUT HOLD-LIST
           IF WS-HOLD-LIST-STATUS NOT = "00"
               DISPLAY "SUM-DIFF: NO HOLD LIST, STATUS = "
                   WS-HOLD-LIST-STATUS " -- NO ITEMS TREATED AS HELD"
           ELSE
               PERFORM UNTIL END-OF-HOLD-LIST
                   READ HOLD-LIST
                       AT END
                           MOVE "Y" TO WS-HOLD-LIST-EOF-SW
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-HOLD-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HL-ACTION
                                   TO WS-HOLD-ACTION(WS-HOLD-COUNT)
                               MOVE HL-TRANS-IMAGE
                                   TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
                               MOVE "N"
                                   TO WS-HOLD-USED-SW(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-LIST
           END-IF.

       2000-PROCESS-TRANS.
                   PERFORM 2050-CHECK-HEADER
               WHEN "T"
                   MOVE "N" TO WS-SKIP-BATCH-SW
                   MOVE "N" TO WS-AUTH-CHECK-SW
               WHEN OTHER
                   IF SKIP-THIS-BATCH
                       ADD 1 TO WS-SKIPPED-COUNT
               MOVE "BATCH REFUSED AS DUPLICATE -- DETAILS SKIPPED"
                   TO ML-MESSAGE
               WRITE DIFF-RPT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           PERFORM 2070-LOAD-DEPT-AUTHORITY.

      *****************************************************************
      * Mirrors Sum's 2330-LOAD-DEPT-AUTHORITY: a department not on
      * the master is left with no ranges.
      *****************************************************************
       2070-LOAD-DEPT-AUTHORITY.
           SET AUTH-CHECK-IN-FORCE TO TRUE
           MOVE ZERO TO WS-AUTH-COUNT
           MOVE WS-BATCH-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DP-AUTH-COUNT IS NUMERIC
                           AND DP-AUTH-COUNT <= 10
                       MOVE DP-AUTH-COUNT TO WS-AUTH-COUNT
                   END-IF
                   PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                           UNTIL WS-AUTH-IX > WS-AUTH-COUNT
                       MOVE DP-AUTH-FROM(WS-AUTH-IX)
                           TO WS-AUTH-FROM(WS-AUTH-IX)
                       MOVE DP-AUTH-TO(WS-AUTH-IX)
                           TO WS-AUTH-TO(WS-AUTH-IX)
                   END-PERFORM
           END-READ.

      *****************************************************************
      * Replays Sum's validation and accumulation.  A record Sum
      *****************************************************************
       2100-ANALYZE-DETAIL.
           PERFORM 6000-SIMULATE-SUM
           MOVE ZERO TO WS-MATCHED-HOLD-IX
           IF SIM-TRANS-VALID AND WS-SIM-SIZE-ERROR-SW = "N"
               PERFORM 2150-CHECK-HOLD-LIST
           END-IF
           IF SIM-TRANS-VALID AND WS-SIM-SIZE-ERROR-SW = "N"
                   AND WS-MATCHED-HOLD-IX = ZERO
               PERFORM 2200-COMPARE-WITH-SUM-OUT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *****************************************************************
      * Only an "H" entry stepped the SUM step over the record; a "P"
      * entry is an approved item that posted and is compared like
      * any other.
      *****************************************************************
       2150-CHECK-HOLD-LIST.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                       OR WS-MATCHED-HOLD-IX > ZERO
               IF WS-HOLD-USED-SW(WS-HOLD-IX) = "N"
                       AND WS-HOLD-IMAGE(WS-HOLD-IX) = TRANS-IN-RECORD
                   MOVE WS-HOLD-IX TO WS-MATCHED-HOLD-IX
                   MOVE "Y" TO WS-HOLD-USED-SW(WS-HOLD-IX)
               END-IF
           END-PERFORM
           IF WS-MATCHED-HOLD-IX > ZERO
               IF WS-HOLD-ACTION(WS-MATCHED-HOLD-IX) = "H"
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE ZERO TO WS-MATCHED-HOLD-IX
               END-IF
           END-IF.

       2200-COMPARE-WITH-SUM-OUT.
           IF END-OF-SUM-OUT
               SET DISCREPANCY-FOUND TO TRUE
                   MOVE "N" TO WS-SIM-VALID-SW
               END-IF
           END-IF
           IF SIM-TRANS-VALID
               PERFORM 6060-CHECK-AUTHORIZATION
               IF NOT ACCT-IS-AUTHORIZED
                   MOVE "N" TO WS-SIM-VALID-SW
               END-IF
           END-IF
           IF SIM-TRANS-VALID
               PERFORM 6070-LOOK-UP-RATE
               IF NOT RATE-IS-ON-FILE
                   MOVE "N" TO WS-SIM-VALID-SW
               END-IF
           END-IF
           IF SIM-TRANS-VALID
               MOVE ZERO TO WS-SIM-TOTAL
               PERFORM 6100-SIMULATE-ARITHMETIC
                   VARYING WS-ADDEND-IX FROM 1 BY 1
                   UNTIL WS-ADDEND-IX > TI-ADDEND-COUNT
               PERFORM 6150-CONVERT-TO-BASE
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2140-VALIDATE-EFF-DATE: a real calendar date,
      * rolled to a business day, posting no later than the period
      * cutoff when one is in force.
      *****************************************************************
       6040-CHECK-EFF-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           MOVE TI-EFFECTIVE-DATE TO WS-POSTING-DATE
           IF TI-EFFECTIVE-DATE IS NUMERIC
                   AND TI-EFFECTIVE-DATE(5:2) >= "01"
                   AND TI-EFFECTIVE-DATE(5:2) <= "12"
                   AND TI-EFFECTIVE-DATE(7:2) >= "01"
                   AND TI-EFFECTIVE-DATE(7:2) <= "31"
               MOVE TI-EFFECTIVE-DATE TO WS-ROLL-DATE
               COMPUTE WS-KEYED-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE)
               IF WS-KEYED-DAY-NO > ZERO
                   MOVE "Y" TO WS-DATE-OK-SW
               END-IF
           END-IF
           IF WS-DATE-OK-SW = "Y"
               PERFORM 6041-ROLL-TO-BUSINESS-DAY
           END-IF
           IF WS-DATE-OK-SW = "Y"
                   AND CUTOFF-ENFORCED
                   AND WS-POSTING-DATE > WS-CUTOFF-DATE
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2145-ROLL-TO-BUSINESS-DAY.
      *****************************************************************
       6041-ROLL-TO-BUSINESS-DAY.
           MOVE "N" TO WS-CROSSED-SW
           MOVE ZERO TO WS-ROLL-STEPS
           MOVE WS-KEYED-DAY-NO TO WS-ROLL-DAY-NO
           PERFORM 6042-CHECK-BUSINESS-DAY
           PERFORM 6043-STEP-FORWARD
               UNTIL IS-BUSINESS-DAY OR WS-ROLL-STEPS > 31
           IF PERIOD-END-CROSSED
               MOVE ZERO TO WS-ROLL-STEPS
               MOVE WS-KEYED-DAY-NO TO WS-ROLL-DAY-NO
               PERFORM 6044-STEP-BACK
               PERFORM 6044-STEP-BACK
                   UNTIL IS-BUSINESS-DAY OR WS-ROLL-STEPS > 31
           END-IF
           IF IS-BUSINESS-DAY AND WS-ROLL-DAY-NO NOT = WS-KEYED-DAY-NO
               COMPUTE WS-ROLL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ROLL-DAY-NO)
               MOVE WS-ROLL-DATE TO WS-POSTING-DATE
           END-IF.

       6042-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE "N" TO WS-PERIOD-END-SW
           IF FUNCTION MOD(WS-ROLL-DAY-NO, 7) = 0 OR 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF
           COMPUTE WS-ROLL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ROLL-DAY-NO)
           PERFORM 6045-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT.

       6043-STEP-FORWARD.
           IF IS-PERIOD-END
               SET PERIOD-END-CROSSED TO TRUE
           END-IF
           ADD 1 TO WS-ROLL-STEPS
           ADD 1 TO WS-ROLL-DAY-NO
           PERFORM 6042-CHECK-BUSINESS-DAY.

       6044-STEP-BACK.
           ADD 1 TO WS-ROLL-STEPS
           SUBTRACT 1 FROM WS-ROLL-DAY-NO
           PERFORM 6042-CHECK-BUSINESS-DAY.

       6045-CHECK-CALENDAR-ENTRY.
           IF WS-CAL-DATE(WS-CAL-IX) = WS-ROLL-DATE
               IF WS-CAL-HOLIDAY(WS-CAL-IX) = "Y"
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
               IF WS-CAL-PERIOD-END(WS-CAL-IX) = "Y"
                   SET IS-PERIOD-END TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2150-LOOK-UP-ACCOUNT: the account must be on
      * the keyed master, active, effective on or before the run
                   END-IF
           END-READ.

      *****************************************************************
      * Mirrors Sum's 2160-CHECK-AUTHORIZATION: the account must fall
      * inside one of the batch department's ranges.
      *****************************************************************
       6060-CHECK-AUTHORIZATION.
           MOVE "N" TO WS-ACCT-AUTH-SW
           IF NOT AUTH-CHECK-IN-FORCE
               SET ACCT-IS-AUTHORIZED TO TRUE
           ELSE
               PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                       UNTIL WS-AUTH-IX > WS-AUTH-COUNT
                          OR ACCT-IS-AUTHORIZED
                   IF TI-GL-ACCOUNT >= WS-AUTH-FROM(WS-AUTH-IX)
                           AND TI-GL-ACCOUNT <= WS-AUTH-TO(WS-AUTH-IX)
                       SET ACCT-IS-AUTHORIZED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2170-LOOK-UP-RATE: base currency needs no
      * rate, a foreign one needs the quote for exactly the date
      * it posts on.
      *****************************************************************
       6070-LOOK-UP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           IF TI-BASE-CURRENCY
               MOVE 1 TO WS-EXCHANGE-RATE
               SET RATE-IS-ON-FILE TO TRUE
           ELSE
               MOVE ZERO TO WS-EXCHANGE-RATE
               MOVE TI-CURRENCY-CODE TO XR-CURRENCY-CODE
               MOVE WS-POSTING-DATE TO XR-RATE-DATE
               READ RATE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XR-RATE IS NUMERIC
                               AND XR-RATE > ZERO
                           MOVE XR-RATE TO WS-EXCHANGE-RATE
                           SET RATE-IS-ON-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2500-ACCUMULATE-ADDENDS: first addend seeds
      * the total, later addends combine under the operation code,
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Mirrors Sum's 2550-CONVERT-TO-BASE: the total combined in the
      * keyed currency times the rate, rounded to the cent.
      *****************************************************************
       6150-CONVERT-TO-BASE.
           IF NOT TI-BASE-CURRENCY
               MOVE WS-SIM-TOTAL TO WS-SIM-ORIGINAL-TOTAL
               COMPUTE WS-SIM-TOTAL ROUNDED =
                   WS-SIM-ORIGINAL-TOTAL * WS-EXCHANGE-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIM-SIZE-ERROR-SW
               END-COMPUTE
           END-IF.

       3000-CHECK-LEFTOVERS.
           PERFORM UNTIL END-OF-SUM-OUT
               ADD 1 TO WS-LEFTOVER-COUNT
               "  MISMATCHED = " WS-MISMATCH-COUNT
               "  SKIPPED = " WS-SKIPPED-COUNT
               "  LEFTOVER = " WS-LEFTOVER-COUNT
               "  REFUSED BATCHES = " WS-REFUSED-BATCHES
               "  HELD = " WS-HELD-COUNT.

       8000-READ-TRANS-IN.
           READ TRANS-IN
           IF WS-ACCT-MASTER-STATUS = "00"
               CLOSE ACCT-MASTER
           END-IF
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           IF RATE-MASTER-OPEN
               CLOSE RATE-MASTER
           END-IF
           CLOSE DIFF-RPT
           IF DISCREPANCY-FOUND OR CALENDAR-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
