      * nothing, exactly as they write no SUMOUT line.  The control
      * records are only written when the file proves.
      *
      * Each header's department is checked against the department
      * master (DEPTREC.cpy): a department that is not on it, or is
      * inactive, fails the run like any other proof failure -- work
      * from an unknown source does not post at all.  The simulation
      * also applies the department's authorized GL account ranges
      * the way Sum does, so a detail Sum will suspend UNAUTH is kept
      * out of the expected totals.
      *
      * A detail keyed in a foreign currency is converted to the
      * base currency at treasury's quote for the date it posts on
      * (RATEREC.cpy), exactly as Sum converts it, so the expected
      * totals and the posting limits below are in base dollars; a
      * detail with no quote will suspend NORATE and is kept out.
      *
      * An effective date that falls on a weekend or a holiday on
      * the business-day calendar (CALREC.cpy) is rolled to a
      * business day exactly as Sum rolls it, and each rolled item
      * is noted on EDITRPT with the date it will post on.  With no
      * CUTOFF card the period cutoff comes from the calendar, as
      * in Sum.
      *
      * The posting limits on the account master (AM-ITEM-LIMIT,
      * AM-DAILY-LIMIT) are judged here too, and ONLY here: a daily
      * limit depends on everything that posted to the account ahead
      * of the item, and this is the one step that sees the whole
      * night in the order Sum will post it.  An item over a limit
      * is left out of the expected totals and listed on HOLDLST for
      * Sum to hold -- unless the controller has already approved it
      * on the hold master, in which case it is counted in and listed
      * as released.  The hold list is written, like CTLOUT, only
      * when the file proves.
      *
      * This step also stamps the RUN DATE the whole night runs
      * under: one 8-byte RUNDATE control record, written here and
      * read by every later step that has to decide what "tonight"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EDIT-RPT-STATUS.

               SELECT HOLD-MASTER ASSIGN TO HOLDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HD-TRANS-ID
                   FILE STATUS IS WS-HOLD-MASTER-STATUS.

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

       FD  RECYCLE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  RECYCLE-IN-RECORD           PIC X(67).

      *****************************************************************
      * Keyed account master maintained by ACCT-MAINT (see
           RECORD CONTAINS 80 CHARACTERS.
       01  EDIT-RPT-RECORD             PIC X(80).

      *****************************************************************
      * Keyed hold master maintained by HOLD-REL (see HOLDREC.cpy).
      * Read only to find items the controller has approved, so an
      * approved item riding RECYCLE is released instead of held a
      * second time.
      *****************************************************************
       FD  HOLD-MASTER
           RECORD CONTAINS 140 CHARACTERS.
           COPY HOLDREC.

      *****************************************************************
      * The night's hold list Sum and SUM-DIFF work from (see
      * HOLDLST.cpy), one entry per item over a posting limit.
      *****************************************************************
       FD  HOLD-LIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY HOLDLST.

      *****************************************************************
      * Keyed department master maintained by DEPT-MAINT (see
      * DEPTREC.cpy), read once per batch header.
      *****************************************************************
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

      *****************************************************************
      * Keyed exchange-rate file maintained by RATE-MAINT (see
      * RATEREC.cpy), read per foreign-currency detail.
      *****************************************************************
       FD  RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY RATEREC.

      *****************************************************************
      * Business-day calendar maintained by CAL-MAINT (see
      * CALREC.cpy), loaded whole at start of run as Sum loads it.
      *****************************************************************
       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           COPY SUMMAX.

           05  WS-CTL-OUT-STATUS       PIC X(2).
           05  WS-RUN-DATE-OUT-STATUS  PIC X(2).
           05  WS-EDIT-RPT-STATUS      PIC X(2).
           05  WS-HOLD-MASTER-STATUS   PIC X(2).
           05  WS-HOLD-LIST-STATUS     PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-RATE-MASTER-STATUS   PIC X(2).
           05  WS-CALENDAR-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  FORCE-REQUESTED             VALUE "Y".
           05  WS-REG-EOF-SW           PIC X(1) VALUE "N".
               88  END-OF-RUN-REGISTER         VALUE "Y".
           05  WS-HOLD-MASTER-SW       PIC X(1) VALUE "N".
               88  HOLD-MASTER-OPEN            VALUE "Y".
           05  WS-HOLD-ITEM-SW         PIC X(1) VALUE "N".
               88  ITEM-IS-HELD                VALUE "Y".
           05  WS-RELEASED-SW          PIC X(1) VALUE "N".
               88  ITEM-IS-RELEASED            VALUE "Y".
           05  WS-USAGE-FULL-SW        PIC X(1) VALUE "N".
               88  USAGE-TABLE-FILLED-UP       VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".
           05  WS-ACCT-AUTH-SW         PIC X(1) VALUE "N".
               88  ACCT-IS-AUTHORIZED          VALUE "Y".
           05  WS-RATE-MASTER-SW       PIC X(1) VALUE "N".
               88  RATE-MASTER-OPEN            VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(1) VALUE "N".
               88  RATE-IS-ON-FILE             VALUE "Y".
           05  WS-CALENDAR-EOF-SW      PIC X(1) VALUE "N".
               88  END-OF-CALENDAR             VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).
           05  WS-EXPECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BATCHES-PROVED       PIC 9(3) VALUE ZERO.
           05  WS-BATCHES-REFUSED      PIC 9(3) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ROLLED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-EXPECTED-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-SIM-TOTAL                PIC S9(7)V99 VALUE ZERO.
       01  WS-SIM-ORIGINAL-TOTAL       PIC S9(7)V99 VALUE ZERO.
       01  WS-EXCHANGE-RATE            PIC 9(4)V9(6) VALUE ZERO.

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
      * State of the batch currently being proved: its identity from
       01  WS-BATCH-EXP-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-POSTED-TIMESTAMP         PIC X(14) VALUE SPACES.

      *****************************************************************
      * The GL account ranges the open batch's department may post
      * to, copied off the department master at the header.  Not in
      * force for the recycle stream, which Sum posts under RCYC.
      *****************************************************************
       01  WS-BATCH-AUTHORITY.
           05  WS-AUTH-CHECK-SW        PIC X(1) VALUE "N".
               88  AUTH-CHECK-IN-FORCE         VALUE "Y".
           05  WS-AUTH-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-AUTH-RANGE OCCURS 10 TIMES.
               10  WS-AUTH-FROM        PIC X(6).
               10  WS-AUTH-TO          PIC X(6).
           05  WS-AUTH-IX              PIC 9(2) VALUE ZERO.

       01  WS-TRAILER-FIELDS.
           05  WS-TT-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-TT-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-MAX                  PIC 9(2) VALUE 50.
       01  WS-CTL-IX                   PIC 9(2) VALUE ZERO.

      *****************************************************************
      * Posting-limit work.  The usage table carries, per account,
      * the absolute totals of everything predicted to post to it so
      * far tonight -- the figure AM-DAILY-LIMIT is judged against.
      * An account that finds the table full is not judged against
      * its daily limit (said on SYSOUT); the item limit still holds.
      * The hold table stashes the HOLDLST entries until the file has
      * proved, the way WS-CTL-TABLE stashes CTLOUT.
      *****************************************************************
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY OCCURS 500 TIMES.
               10  WS-USAGE-ACCOUNT    PIC X(6).
               10  WS-USAGE-AMOUNT     PIC 9(9)V99.
       01  WS-USAGE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-USAGE-MAX                PIC 9(3) VALUE 500.
       01  WS-USAGE-IX                 PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-USAGE-IX         PIC 9(3) VALUE ZERO.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-ACTION      PIC X.
               10  WS-HOLD-TRANS-ID    PIC 9(7).
               10  WS-HOLD-REASON      PIC X(6).
               10  WS-HOLD-AMOUNT      PIC 9(7)V99.
               10  WS-HOLD-LIMIT       PIC 9(7)V99.
               10  WS-HOLD-IMAGE       PIC X(67).
       01  WS-HOLD-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLD-MAX                 PIC 9(3) VALUE 500.
       01  WS-HOLD-IX                  PIC 9(3) VALUE ZERO.

       01  WS-LIMIT-WORK.
           05  WS-ITEM-AMOUNT          PIC 9(7)V99 VALUE ZERO.
           05  WS-DAY-PROJECTED        PIC 9(9)V99 VALUE ZERO.
           05  WS-LIMIT-REASON         PIC X(6) VALUE SPACES.
           05  WS-LIMIT-BROKEN         PIC 9(7)V99 VALUE ZERO.

       01  WS-PARM-WORK                PIC X(16) VALUE SPACES.
       01  WS-FORCE-TALLY              PIC 9 VALUE ZERO.

                   VALUE "RECYCLED RECORDS   ".
           05  RC-RECYCLE-COUNT        PIC ZZZZZZ9.

       01  WS-HELD-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "HELD FOR APPROVAL  ".
           05  HT-HELD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  RELEASED  ".
           05  HT-RELEASED-COUNT       PIC ZZZZZZ9.

       01  WS-ROLLED-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "DATES ROLLED       ".
           05  RT-ROLLED-COUNT         PIC ZZZZZZ9.

      *****************************************************************
      * One line per detail whose effective date is not a business
      * day, giving the date Sum will post it on.
      *****************************************************************
       01  WS-ROLL-NOTE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "ROLLED".
           05  FILLER                  PIC X(3) VALUE "ID ".
           05  RN-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(6) VALUE " FROM ".
           05  RN-KEYED-DATE           PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RN-POSTING-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RN-NOTE                 PIC X(30).

       01  WS-HOLD-NOTE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HN-ACTION               PIC X(9).
           05  FILLER                  PIC X(3) VALUE "ID ".
           05  HN-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(6) VALUE " ACCT ".
           05  HN-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HN-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HN-NOTE                 PIC X(30).

       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "BATCHES KEYED  ".
           END-IF

           PERFORM 1050-OPEN-ACCOUNT-MASTER
           PERFORM 1060-OPEN-HOLD-MASTER
           PERFORM 1070-OPEN-DEPT-MASTER
           PERFORM 1075-OPEN-RATE-MASTER
           PERFORM 1077-LOAD-CALENDAR
           PERFORM 1080-READ-CUTOFF-CARD

           IF NOT END-OF-FILE
               SET PROOF-FAILED TO TRUE
           END-IF.

      *****************************************************************
      * No hold master yet means nothing has ever been approved.  A
      * master that is there but will not open is a proof failure:
      * every approved item would otherwise be held a second time.
      *****************************************************************
       1060-OPEN-HOLD-MASTER.
           OPEN INPUT HOLD-MASTER
           IF WS-HOLD-MASTER-STATUS = "00"
               SET HOLD-MASTER-OPEN TO TRUE
           ELSE
               IF WS-HOLD-MASTER-STATUS = "35"
                   DISPLAY "SUM-EDIT: NO HOLD MASTER YET -- NO "
                       "APPROVED ITEMS TO RELEASE"
               ELSE
                   DISPLAY "SUM-EDIT: UNABLE TO OPEN HOLDMST, "
                       "STATUS = " WS-HOLD-MASTER-STATUS
                   SET PROOF-FAILED TO TRUE
               END-IF
           END-IF.

       1070-OPEN-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-EDIT: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               SET PROOF-FAILED TO TRUE
           END-IF.

       1075-OPEN-RATE-MASTER.
           OPEN INPUT RATE-MASTER
           IF WS-RATE-MASTER-STATUS = "00"
               SET RATE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-EDIT: UNABLE TO OPEN RATEMST, STATUS = "
                   WS-RATE-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               SET PROOF-FAILED TO TRUE
           END-IF.

      *****************************************************************
      * Mirrors Sum's 1065-LOAD-CALENDAR: no calendar yet rolls
      * weekends only; one that will not open is a proof failure,
      * since every rolled date and the cutoff would come out
      * differently from the SUM step's.
      *****************************************************************
       1077-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SUM-EDIT: *** NO BUSINESS CALENDAR -- "
                   "WEEKENDS ONLY ROLLED, NO CALENDAR CUTOFF ***"
           ELSE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SUM-EDIT: UNABLE TO OPEN CALENDAR, STATUS = "
                   WS-CALENDAR-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
               SET PROOF-FAILED TO TRUE
           ELSE
               PERFORM 1079-READ-CALENDAR
               PERFORM 1078-STORE-CALENDAR-ENTRY
                   UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-MASTER
               DISPLAY "SUM-EDIT: CALENDAR ENTRIES = " WS-CAL-COUNT
           END-IF
           END-IF.

       1078-STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY "SUM-EDIT: *** CALENDAR OVER " WS-CAL-MAX
                   " ENTRIES -- " CA-DATE " NOT LOADED ***"
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CA-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CA-HOLIDAY-FLAG TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
               MOVE CA-PERIOD-END-FLAG
                   TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
           END-IF
           PERFORM 1079-READ-CALENDAR.

       1079-READ-CALENDAR.
           READ CALENDAR-MASTER
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-READ.

      *****************************************************************
      * Mirrors Sum's 1070-READ-CUTOFF-CARD: no card, an empty card
      * or a blank date takes the cutoff from the calendar.
      *****************************************************************
       1080-READ-CUTOFF-CARD.
           OPEN INPUT CUTOFF-IN
           IF WS-CUTOFF-IN-STATUS NOT = "00"
               DISPLAY "SUM-EDIT: NO CUTOFF CARD"
           ELSE
               READ CUTOFF-IN
                   AT END
                       DISPLAY "SUM-EDIT: CUTOFF EMPTY"
                   NOT AT END
                       IF CT-CUTOFF-DATE IS NUMERIC
                           MOVE CT-CUTOFF-DATE TO WS-CUTOFF-DATE
                               WS-CUTOFF-DATE
                       ELSE
                           DISPLAY "SUM-EDIT: CUTOFF DATE NOT "
                               "NUMERIC"
                       END-IF
               END-READ
               CLOSE CUTOFF-IN
           END-IF
           IF NOT CUTOFF-ENFORCED
               PERFORM 1085-TAKE-CALENDAR-CUTOFF
           END-IF.

      *****************************************************************
      * Mirrors Sum's 1075-TAKE-CALENDAR-CUTOFF: the first period end
      * on or after the run date.
      *****************************************************************
       1085-TAKE-CALENDAR-CUTOFF.
           PERFORM 1086-FIND-PERIOD-END
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT
                  OR CUTOFF-ENFORCED
           IF CUTOFF-ENFORCED
               DISPLAY "SUM-EDIT: PERIOD CUTOFF FROM CALENDAR = "
                   WS-CUTOFF-DATE
           ELSE
               DISPLAY "SUM-EDIT: NO PERIOD END ON CALENDAR -- NO "
                   "PERIOD CUTOFF ENFORCED"
           END-IF.

       1086-FIND-PERIOD-END.
           IF WS-CAL-PERIOD-END(WS-CAL-IX) = "Y"
                   AND WS-CAL-DATE(WS-CAL-IX) >= WS-RUN-DATE
               MOVE WS-CAL-DATE(WS-CAL-IX) TO WS-CUTOFF-DATE
               MOVE "Y" TO WS-CUTOFF-SW
           END-IF.

       2000-PROCESS-TRANIN.
           MOVE WS-BATCH-CREATE-DATE TO BH-CREATE-DATE
           MOVE SPACES TO BH-NOTE
           PERFORM 2150-CHECK-RUN-REGISTER
           IF NOT DUPLICATE-BATCH
               PERFORM 2160-CHECK-DEPARTMENT
           END-IF
           WRITE EDIT-RPT-RECORD FROM WS-BATCH-HEAD-LINE.

      *****************************************************************
               END-IF
           END-IF.

      *****************************************************************
      * The header's department must be on the department master
      * and active; anything else is a proof failure.  The batch's
      * authorized account ranges are picked up on the same read for
      * 6060-CHECK-AUTHORIZATION -- an unknown department has none.
      * A batch already refused as a duplicate is not checked: it
      * posts nothing tonight, whatever its department has become.
      *****************************************************************
       2160-CHECK-DEPARTMENT.
           SET AUTH-CHECK-IN-FORCE TO TRUE
           MOVE ZERO TO WS-AUTH-COUNT
           MOVE WS-BATCH-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   MOVE SPACES TO EL-MESSAGE
                   STRING "DEPARTMENT " WS-BATCH-DEPARTMENT
                       " IS NOT ON THE DEPARTMENT MASTER"
                       DELIMITED BY SIZE INTO EL-MESSAGE
                   PERFORM 5000-WRITE-ERROR
                   MOVE "UNKNOWN DEPARTMENT -- BATCH FAILED"
                       TO BH-NOTE
               NOT INVALID KEY
                   IF NOT DP-DEPT-ACTIVE
                       MOVE SPACES TO EL-MESSAGE
                       STRING "DEPARTMENT " WS-BATCH-DEPARTMENT
                           " IS INACTIVE ON THE DEPARTMENT MASTER"
                           DELIMITED BY SIZE INTO EL-MESSAGE
                       PERFORM 5000-WRITE-ERROR
                       MOVE "INACTIVE DEPARTMENT -- BATCH FAILED"
                           TO BH-NOTE
                   END-IF
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
      * The trailer closes its batch and is proved against it: the
      * details counted inside the batch against TT-RECORD-COUNT,
               END-IF
               MOVE "N" TO WS-BATCH-OPEN-SW
               MOVE "N" TO WS-DUPLICATE-SW
               MOVE "N" TO WS-AUTH-CHECK-SW
               MOVE ZERO TO WS-BATCH-DETAIL-COUNT
               MOVE ZERO TO WS-BATCH-HASH
               MOVE ZERO TO WS-BATCH-EXP-COUNT
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
               MOVE "N" TO WS-SIM-SIZE-ERROR-SW
               PERFORM 6100-SIMULATE-ARITHMETIC
                   VARYING WS-ADDEND-IX FROM 1 BY 1
                   UNTIL WS-ADDEND-IX > TI-ADDEND-COUNT
               PERFORM 6150-CONVERT-TO-BASE
               MOVE "N" TO WS-HOLD-ITEM-SW
               IF WS-SIM-SIZE-ERROR-SW = "N"
                       AND NOT DUPLICATE-BATCH
                   PERFORM 6200-CHECK-POSTING-LIMITS
               END-IF
               IF WS-SIM-SIZE-ERROR-SW = "N"
                       AND NOT ITEM-IS-HELD
                   ADD 1 TO WS-BATCH-EXP-COUNT
                   ADD WS-SIM-TOTAL TO WS-BATCH-EXP-TOTAL
                       ON SIZE ERROR
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
      * Mirrors Sum's 2145-ROLL-TO-BUSINESS-DAY, and notes the roll
      * on the report -- except in a refused batch, which Sum will
      * not post at all.
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
               IF NOT DUPLICATE-BATCH
                   PERFORM 6046-NOTE-ROLLED-DATE
               END-IF
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

       6046-NOTE-ROLLED-DATE.
           ADD 1 TO WS-ROLLED-COUNT
           MOVE TI-TRANS-ID TO RN-TRANS-ID
           MOVE TI-EFFECTIVE-DATE TO RN-KEYED-DATE
           MOVE WS-POSTING-DATE TO RN-POSTING-DATE
           IF PERIOD-END-CROSSED
               MOVE "NOT A BUSINESS DAY -- BACK" TO RN-NOTE
           ELSE
               MOVE "NOT A BUSINESS DAY" TO RN-NOTE
           END-IF
           WRITE EDIT-RPT-RECORD FROM WS-ROLL-NOTE-LINE.

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
      * keyed currency times the rate, rounded to the cent; a
      * converted total too large for the record is a size error.
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

      *****************************************************************
      * Judges a postable record against its account's limits: the
      * absolute total against AM-ITEM-LIMIT, then that total plus
      * what the account has taken so far tonight against
      * AM-DAILY-LIMIT.  Zero or unset (spaces) is no limit.  The
      * account record is still the one 6050-LOOK-UP-ACCOUNT read.
      * A record over a limit is held -- it takes nothing from the
      * day's allowance -- unless the controller approved it.
      *****************************************************************
       6200-CHECK-POSTING-LIMITS.
           IF WS-SIM-TOTAL < ZERO
               COMPUTE WS-ITEM-AMOUNT = WS-SIM-TOTAL * -1
           ELSE
               MOVE WS-SIM-TOTAL TO WS-ITEM-AMOUNT
           END-IF
           PERFORM 6250-FIND-USAGE-ENTRY
           MOVE SPACES TO WS-LIMIT-REASON
           MOVE ZERO TO WS-LIMIT-BROKEN
           IF AM-ITEM-LIMIT IS NUMERIC
                   AND AM-ITEM-LIMIT > ZERO
                   AND WS-ITEM-AMOUNT > AM-ITEM-LIMIT
               MOVE "OVRITM" TO WS-LIMIT-REASON
               MOVE AM-ITEM-LIMIT TO WS-LIMIT-BROKEN
           ELSE
               IF AM-DAILY-LIMIT IS NUMERIC
                       AND AM-DAILY-LIMIT > ZERO
                       AND WS-MATCHED-USAGE-IX > ZERO
                   COMPUTE WS-DAY-PROJECTED =
                       WS-USAGE-AMOUNT(WS-MATCHED-USAGE-IX)
                       + WS-ITEM-AMOUNT
                   IF WS-DAY-PROJECTED > AM-DAILY-LIMIT
                       MOVE "OVRDAY" TO WS-LIMIT-REASON
                       MOVE AM-DAILY-LIMIT TO WS-LIMIT-BROKEN
                   END-IF
               END-IF
           END-IF
           IF WS-LIMIT-REASON NOT = SPACES
               PERFORM 6260-CHECK-APPROVAL
               PERFORM 6280-STASH-HOLD-ENTRY
           END-IF
           IF NOT ITEM-IS-HELD
                   AND WS-MATCHED-USAGE-IX > ZERO
               ADD WS-ITEM-AMOUNT
                   TO WS-USAGE-AMOUNT(WS-MATCHED-USAGE-IX)
           END-IF.

       6250-FIND-USAGE-ENTRY.
           MOVE ZERO TO WS-MATCHED-USAGE-IX
           PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
                   UNTIL WS-USAGE-IX > WS-USAGE-COUNT
                       OR WS-MATCHED-USAGE-IX > ZERO
               IF WS-USAGE-ACCOUNT(WS-USAGE-IX) = TI-GL-ACCOUNT
                   MOVE WS-USAGE-IX TO WS-MATCHED-USAGE-IX
               END-IF
           END-PERFORM
           IF WS-MATCHED-USAGE-IX = ZERO
               IF WS-USAGE-COUNT >= WS-USAGE-MAX
                   IF NOT USAGE-TABLE-FILLED-UP
                       SET USAGE-TABLE-FILLED-UP TO TRUE
                       DISPLAY "SUM-EDIT: *** DAILY USAGE TABLE FULL "
                           "AT RECORD " WS-RECORDS-READ " -- LATER "
                           "ACCOUNTS NOT HELD TO DAILY LIMITS ***"
                   END-IF
               ELSE
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE WS-USAGE-COUNT TO WS-MATCHED-USAGE-IX
                   MOVE TI-GL-ACCOUNT
                       TO WS-USAGE-ACCOUNT(WS-MATCHED-USAGE-IX)
                   MOVE ZERO TO WS-USAGE-AMOUNT(WS-MATCHED-USAGE-IX)
               END-IF
           END-IF.

      *****************************************************************
      * An item the controller approved on the hold master -- same
      * transaction identifier, same image -- is released to post,
      * once: a second copy of it on the same night is held again.
      *****************************************************************
       6260-CHECK-APPROVAL.
           MOVE "N" TO WS-RELEASED-SW
           IF HOLD-MASTER-OPEN
               MOVE TI-TRANS-ID TO HD-TRANS-ID
               READ HOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HD-ITEM-APPROVED
                               AND HD-TRANS-IMAGE = TRANS-IN-RECORD
                           SET ITEM-IS-RELEASED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF ITEM-IS-RELEASED
               PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                       UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                   IF WS-HOLD-ACTION(WS-HOLD-IX) = "P"
                           AND WS-HOLD-IMAGE(WS-HOLD-IX) =
                               TRANS-IN-RECORD
                       MOVE "N" TO WS-RELEASED-SW
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ITEM-IS-RELEASED
               SET ITEM-IS-HELD TO TRUE
           END-IF.

       6280-STASH-HOLD-ENTRY.
           MOVE TI-TRANS-ID TO HN-TRANS-ID
           MOVE TI-GL-ACCOUNT TO HN-GL-ACCOUNT
           MOVE WS-ITEM-AMOUNT TO HN-AMOUNT
           IF ITEM-IS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED " TO HN-ACTION
               MOVE "APPROVED ON HOLD MASTER" TO HN-NOTE
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD     " TO HN-ACTION
               IF WS-LIMIT-REASON = "OVRITM"
                   MOVE "OVER ITEM LIMIT" TO HN-NOTE
               ELSE
                   MOVE "OVER DAILY LIMIT" TO HN-NOTE
               END-IF
           END-IF
           WRITE EDIT-RPT-RECORD FROM WS-HOLD-NOTE-LINE
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               MOVE "MORE THAN 500 ITEMS OVER POSTING LIMITS"
                   TO EL-MESSAGE
               PERFORM 5000-WRITE-ERROR
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               IF ITEM-IS-RELEASED
                   MOVE "P" TO WS-HOLD-ACTION(WS-HOLD-COUNT)
               ELSE
                   MOVE "H" TO WS-HOLD-ACTION(WS-HOLD-COUNT)
               END-IF
               MOVE TI-TRANS-ID TO WS-HOLD-TRANS-ID(WS-HOLD-COUNT)
               MOVE WS-LIMIT-REASON TO WS-HOLD-REASON(WS-HOLD-COUNT)
               MOVE WS-ITEM-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
               MOVE WS-LIMIT-BROKEN TO WS-HOLD-LIMIT(WS-HOLD-COUNT)
               MOVE TRANS-IN-RECORD TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
           END-IF.

      *****************************************************************
      * Recycled records were proved the night they were first
      * keyed; tonight they only feed the expected totals of the
           WRITE EDIT-RPT-RECORD FROM WS-BATCH-TOTAL-LINE
           MOVE WS-RECYCLE-COUNT TO RC-RECYCLE-COUNT
           WRITE EDIT-RPT-RECORD FROM WS-RECYCLE-LINE
           MOVE WS-HELD-COUNT TO HT-HELD-COUNT
           MOVE WS-RELEASED-COUNT TO HT-RELEASED-COUNT
           WRITE EDIT-RPT-RECORD FROM WS-HELD-TOTAL-LINE
           MOVE WS-ROLLED-COUNT TO RT-ROLLED-COUNT
           WRITE EDIT-RPT-RECORD FROM WS-ROLLED-TOTAL-LINE
           MOVE WS-EXPECTED-COUNT TO XP-EXPECTED-COUNT
           MOVE WS-EXPECTED-TOTAL TO XP-EXPECTED-TOTAL
           WRITE EDIT-RPT-RECORD FROM WS-EXPECTED-LINE
           ELSE
               MOVE "PROVED  " TO RL-RESULT
               PERFORM 4100-WRITE-CONTROL-RECORDS
               PERFORM 4300-WRITE-HOLD-LIST
           END-IF
           WRITE EDIT-RPT-RECORD FROM WS-RESULT-LINE
           DISPLAY "SUM-EDIT: RESULT = " RL-RESULT.
           MOVE WS-CTL-EXP-TOTAL(WS-CTL-IX) TO CO-EXPECTED-TOTAL
           WRITE CTL-OUT-RECORD.

      *****************************************************************
      * The hold list is written every night the file proves, empty
      * or not, so Sum never mistakes last night's list for tonight's.
      *****************************************************************
       4300-WRITE-HOLD-LIST.
           OPEN OUTPUT HOLD-LIST
           IF WS-HOLD-LIST-STATUS NOT = "00"
               DISPLAY "SUM-EDIT: UNABLE TO OPEN HOLDLST, STATUS = "
                   WS-HOLD-LIST-STATUS
               SET PROOF-FAILED TO TRUE
               MOVE "FAILED  " TO RL-RESULT
           ELSE
               PERFORM 4400-WRITE-ONE-HOLD
                   VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
               CLOSE HOLD-LIST
           END-IF.

       4400-WRITE-ONE-HOLD.
           MOVE SPACES TO HOLD-LIST-RECORD
           MOVE WS-HOLD-ACTION(WS-HOLD-IX) TO HL-ACTION
           MOVE WS-HOLD-TRANS-ID(WS-HOLD-IX) TO HL-TRANS-ID
           MOVE WS-HOLD-REASON(WS-HOLD-IX) TO HL-REASON-CODE
           MOVE WS-HOLD-AMOUNT(WS-HOLD-IX) TO HL-ITEM-AMOUNT
           MOVE WS-HOLD-LIMIT(WS-HOLD-IX) TO HL-LIMIT
           MOVE WS-HOLD-IMAGE(WS-HOLD-IX) TO HL-TRANS-IMAGE
           WRITE HOLD-LIST-RECORD.

       5000-WRITE-ERROR.
           MOVE WS-RECORDS-READ TO EL-RECORD-NO
           PERFORM 5100-WRITE-ERROR-LINE.
           IF WS-ACCT-MASTER-STATUS = "00"
               CLOSE ACCT-MASTER
           END-IF
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER
           END-IF
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           IF RATE-MASTER-OPEN
               CLOSE RATE-MASTER
           END-IF
           IF WS-EDIT-RPT-STATUS = "00"
               CLOSE EDIT-RPT
           END-IF
