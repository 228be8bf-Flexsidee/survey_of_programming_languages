                   RECORD KEY IS TM-TRANS-ID
                   FILE STATUS IS WS-TOTALS-MASTER-STATUS.

               SELECT HOLD-LIST ASSIGN TO HOLDLST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLD-LIST-STATUS.

               SELECT HOLD-OUT ASSIGN TO HOLDOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLD-OUT-STATUS.

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
      *****************************************************************
      *****************************************************************
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

       FD  EXCEPT-RPT
           RECORDING MODE IS F

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSPENSE-RECORD==.

      *****************************************************************
      * Accounting-period cutoff card: the latest effective posting
      * date the period accepts, YYYYMMDD in columns 1-8.  A detail
      * record posting past it suspends BADDAT.  A blank or missing
      * card takes the cutoff from the business-day calendar.
      *****************************************************************
       FD  CUTOFF-IN
           RECORDING MODE IS F
      * later total while SUMOUT carries both).
      *****************************************************************
       FD  TOTALS-MASTER
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==TOTALS-MASTER-RECORD==
               ==SUM-TRANS-ID==     BY ==TM-TRANS-ID==
               ==SUM-GL-ACCOUNT==   BY ==TM-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==TM-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==TM-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==TM-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==TM-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==TM-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==TM-ORIGINAL-TOTAL==.

      *****************************************************************
      * The night's hold list, written by SUM-EDIT when the file
      * proved (see HOLDLST.cpy).  The posting limits on the account
      * master are judged there, once, over the whole night in file
      * order; this program holds exactly the items listed, so a
      * restart and the parallel streams hold the same items SUM-EDIT
      * left out of the CTLIN prediction.
      *****************************************************************
       FD  HOLD-LIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY HOLDLST.

      *****************************************************************
      * The night's hold file: one record per item held for approval
      * instead of posting, and one per approved item that posted
      * tonight (see HOLDREC.cpy).  HOLD-REL absorbs it into the
      * keyed hold master the controller works from.
      *****************************************************************
       FD  HOLD-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
           COPY HOLDREC.

      *****************************************************************
      * Keyed department master maintained by DEPT-MAINT (see
      * DEPTREC.cpy), read once per batch header for the GL accounts
      * the department may post to.  A detail whose account is good
      * on the account master but outside its department's ranges
      * goes to SUSPFILE with reason UNAUTH.
      *****************************************************************
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

      *****************************************************************
      * Keyed exchange-rate file maintained by the treasury desk
      * through RATE-MAINT (see RATEREC.cpy), read by a keyed lookup
      * per detail keyed in a foreign currency.  A detail with no
      * quote for its currency on its effective date goes to
      * SUSPFILE with reason NORATE.
      *****************************************************************
       FD  RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY RATEREC.

      *****************************************************************
      * Business-day calendar maintained by CAL-MAINT (see
      * CALREC.cpy), read through once at start of run into
      * WS-CALENDAR-TABLE.
      *****************************************************************
       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           COPY SUMREC.
           05  WS-RUN-STATS-STATUS     PIC X(2).
           05  WS-TOTALS-MASTER-STATUS PIC X(2).
           05  WS-RUN-DATE-IN-STATUS   PIC X(2).
           05  WS-HOLD-LIST-STATUS     PIC X(2).
           05  WS-HOLD-OUT-STATUS      PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-RATE-MASTER-STATUS   PIC X(2).
           05  WS-CALENDAR-STATUS      PIC X(2).

      *****************************************************************
      * GL activity accumulated over the run, kept per account per
       01  WS-GL-HASH-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-REG-BATCH-COUNT          PIC 9(3) VALUE ZERO.

      *****************************************************************
      * The hold list loaded whole at start of run.  Each entry is
      * matched once, on the full transaction image, by the first
      * valid record that carries it -- the same image keyed twice in
      * one night has an entry per occurrence.
      *****************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-ACTION      PIC X.
               10  WS-HOLD-REASON      PIC X(6).
               10  WS-HOLD-LIMIT       PIC 9(7)V99.
               10  WS-HOLD-IMAGE       PIC X(67).
               10  WS-HOLD-USED-SW     PIC X.
       01  WS-HOLD-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLD-MAX                 PIC 9(3) VALUE 500.
       01  WS-HOLD-IX                  PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-HOLD-IX          PIC 9(3) VALUE ZERO.

       01  WS-RESTART-SW               PIC X(1) VALUE "N".
           88  RESTART-REQUESTED               VALUE "Y".

       01  WS-BATCH-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-BATCH-HASH               PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTED-TIMESTAMP         PIC X(14) VALUE SPACES.

      *****************************************************************
      * The GL account ranges the batch's department may post to,
      * copied off its department-master record at the header.  Not
      * in force for the RCYC pseudo-batch -- a recycled image no
      * longer carries the department that keyed it, so SUSP-FIX
      * holds each correction to that department's ranges before
      * the image is recycled.
      *****************************************************************
       01  WS-BATCH-AUTHORITY.
           05  WS-AUTH-CHECK-SW        PIC X(1) VALUE "N".
               88  AUTH-CHECK-IN-FORCE         VALUE "Y".
           05  WS-AUTH-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-AUTH-RANGE OCCURS 10 TIMES.
               10  WS-AUTH-FROM        PIC X(6).
               10  WS-AUTH-TO          PIC X(6).
           05  WS-AUTH-IX              PIC 9(2) VALUE ZERO.
       01  WS-BATCHES-POSTED           PIC 9(3) VALUE ZERO.
       01  WS-BATCHES-REFUSED          PIC 9(3) VALUE ZERO.
       01  WS-RECORDS-SKIPPED          PIC 9(7) VALUE ZERO.
           05  WS-EXCP-PCT             PIC 9(3)V99 VALUE ZERO.
           05  WS-SUSP-PCT             PIC 9(3)V99 VALUE ZERO.

      *****************************************************************
      * The exchange rate the detail in hand converts at, found by
      * 2170-LOOK-UP-RATE -- 1 for the base currency.
      *****************************************************************
       01  WS-EXCHANGE-RATE            PIC 9(4)V9(6) VALUE ZERO.

      *****************************************************************
      * The business-day calendar loaded whole at start of run, in
      * date order: the holidays an effective date rolls over and
      * the period ends a roll may not cross.  Weekends are worked
      * out from the day number and are not kept here.
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 500 TIMES.
               10  WS-CAL-DATE         PIC X(8).
               10  WS-CAL-HOLIDAY      PIC X.
               10  WS-CAL-PERIOD-END   PIC X.
       01  WS-CAL-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CAL-MAX                  PIC 9(3) VALUE 500.
       01  WS-CAL-IX                   PIC 9(3) VALUE ZERO.

      *****************************************************************
      * The date the detail in hand posts on -- its effective date,
      * or the business day 2145-ROLL-TO-BUSINESS-DAY rolled it to.
      * The cutoff, the rate lookup, SUMOUT and the GL buckets all
      * go by it; the transaction image itself is never changed.
      *****************************************************************
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

       01  WS-SUBSCRIPTS.
           05  WS-ADDEND-IX            PIC 9 VALUE ZERO.

               88  GL-TABLE-FILLED-UP          VALUE "Y".
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE "N".
               88  ACCT-IS-POSTABLE            VALUE "Y".
           05  WS-ACCT-AUTH-SW         PIC X(1) VALUE "N".
               88  ACCT-IS-AUTHORIZED          VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(1) VALUE "N".
               88  RATE-IS-ON-FILE             VALUE "Y".
           05  WS-TOLERANCE-SW         PIC X(1) VALUE "N".
               88  TOLERANCE-BREACHED          VALUE "Y".
           05  WS-HEADER-SEEN-SW       PIC X(1) VALUE "N".
               88  POSTED-ON-EARLIER-NIGHT     VALUE "Y".
           05  WS-REG-TONIGHT-SW       PIC X(1) VALUE "N".
               88  POSTED-TONIGHT              VALUE "Y".
           05  WS-HOLD-LIST-EOF-SW     PIC X(1) VALUE "N".
               88  END-OF-HOLD-LIST            VALUE "Y".
           05  WS-CALENDAR-EOF-SW      PIC X(1) VALUE "N".
               88  END-OF-CALENDAR             VALUE "Y".
           05  WS-CAL-OVERFLOW-SW      PIC X(1) VALUE "N".
               88  CALENDAR-OVERFLOWED         VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(7) VALUE ZERO.
           05  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-HELD           PIC 9(7) VALUE ZERO.
           05  WS-RELEASES-POSTED      PIC 9(7) VALUE ZERO.
           05  WS-DATES-ROLLED         PIC 9(7) VALUE ZERO.
           05  WS-GRAND-TOTAL          PIC S9(9)V99 VALUE ZERO.

       01  WS-GRAND-TOTAL-DISP         PIC -ZZZZZZZZ9.99.
           END-IF

           PERFORM 1060-READ-TOLERANCE-CARD
           PERFORM 1065-LOAD-CALENDAR
           PERFORM 1070-READ-CUTOFF-CARD
           PERFORM 1080-LOAD-HOLD-LIST

           OPEN INPUT TRANS-IN
           IF WS-TRANS-IN-STATUS NOT = "00"
           END-IF

           PERFORM 1050-OPEN-ACCOUNT-MASTER
           PERFORM 1055-OPEN-DEPT-MASTER
           PERFORM 1057-OPEN-RATE-MASTER

           IF RESTART-REQUESTED
               OPEN EXTEND SUM-OUT
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF

           IF RESTART-REQUESTED
               OPEN EXTEND HOLD-OUT
           ELSE
               OPEN OUTPUT HOLD-OUT
           END-IF
           IF WS-HOLD-OUT-STATUS NOT = "00"
               DISPLAY "SUM: UNABLE TO OPEN HOLDOUT, STATUS = "
                   WS-HOLD-OUT-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF

           OPEN I-O TOTALS-MASTER
           IF WS-TOTALS-MASTER-STATUS = "35"
               OPEN OUTPUT TOTALS-MASTER
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

       1055-OPEN-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "SUM: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

       1057-OPEN-RATE-MASTER.
           OPEN INPUT RATE-MASTER
           IF WS-RATE-MASTER-STATUS NOT = "00"
               DISPLAY "SUM: UNABLE TO OPEN RATEMST, STATUS = "
                   WS-RATE-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           END-IF.

       1060-READ-TOLERANCE-CARD.
           OPEN INPUT TOLERANCE-IN
           IF WS-TOLERANCE-IN-STATUS NOT = "00"
                   WS-MAX-SUSP-PCT-SW
           END-IF.

      *****************************************************************
      * Loads the business-day calendar.  A calendar never keyed
      * (status 35) leaves only weekends to roll and no period end
      * to cut off at, which is said loudly; one that is there but
      * will not open stops the run like the other masters.  Entries
      * past WS-CAL-MAX are dropped with a warning and the run ends
      * RETURN-CODE 4 -- the file loads in date order, so it is the
      * latest dates that are lost, and they would roll as plain
      * weekdays.  Old years should be deleted through CAL-MAINT
      * long before then.
      *****************************************************************
       1065-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "SUM: *** NO BUSINESS CALENDAR -- WEEKENDS "
                   "ONLY ROLLED, NO CALENDAR CUTOFF ***"
           ELSE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SUM: UNABLE TO OPEN CALENDAR, STATUS = "
                   WS-CALENDAR-STATUS
               MOVE "Y" TO WS-END-OF-FILE-SW
           ELSE
               PERFORM 1067-READ-CALENDAR
               PERFORM 1066-STORE-CALENDAR-ENTRY
                   UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-MASTER
               DISPLAY "SUM: CALENDAR ENTRIES = " WS-CAL-COUNT
           END-IF
           END-IF.

       1066-STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY "SUM: *** CALENDAR OVER " WS-CAL-MAX
                   " ENTRIES -- " CA-DATE " NOT LOADED ***"
               SET CALENDAR-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CA-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CA-HOLIDAY-FLAG TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
               MOVE CA-PERIOD-END-FLAG
                   TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
           END-IF
           PERFORM 1067-READ-CALENDAR.

       1067-READ-CALENDAR.
           READ CALENDAR-MASTER
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-READ.

      *****************************************************************
      * The accounting-period cutoff comes in on a card so the desk
      * can move it at close without a program change -- the same
      * arrangement as the TOLIN tolerances.  No card, an empty
      * card or a blank date takes the cutoff from the calendar
      * instead.
      *****************************************************************
       1070-READ-CUTOFF-CARD.
           OPEN INPUT CUTOFF-IN
           IF WS-CUTOFF-IN-STATUS NOT = "00"
               DISPLAY "SUM: NO CUTOFF CARD"
           ELSE
               READ CUTOFF-IN
                   AT END
                       DISPLAY "SUM: CUTOFF EMPTY"
                   NOT AT END
                       IF CT-CUTOFF-DATE IS NUMERIC
                           MOVE CT-CUTOFF-DATE TO WS-CUTOFF-DATE
                           DISPLAY "SUM: PERIOD CUTOFF = "
                               WS-CUTOFF-DATE
                       ELSE
                           DISPLAY "SUM: CUTOFF DATE NOT NUMERIC"
                       END-IF
               END-READ
               CLOSE CUTOFF-IN
           END-IF
           IF NOT CUTOFF-ENFORCED
               PERFORM 1075-TAKE-CALENDAR-CUTOFF
           END-IF.

      *****************************************************************
      * With no cutoff card the period closes at the first period end
      * on the calendar on or after the run date.  A calendar with
      * none keyed that far ahead enforces no cutoff.
      *****************************************************************
       1075-TAKE-CALENDAR-CUTOFF.
           PERFORM 1076-FIND-PERIOD-END
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT
                  OR CUTOFF-ENFORCED
           IF CUTOFF-ENFORCED
               DISPLAY "SUM: PERIOD CUTOFF FROM CALENDAR = "
                   WS-CUTOFF-DATE
           ELSE
               DISPLAY "SUM: NO PERIOD END ON CALENDAR -- NO PERIOD "
                   "CUTOFF ENFORCED"
           END-IF.

       1076-FIND-PERIOD-END.
           IF WS-CAL-PERIOD-END(WS-CAL-IX) = "Y"
                   AND WS-CAL-DATE(WS-CAL-IX) >= WS-RUN-DATE
               MOVE WS-CAL-DATE(WS-CAL-IX) TO WS-CUTOFF-DATE
               MOVE "Y" TO WS-CUTOFF-SW
           END-IF.

      *****************************************************************
      * Loads the hold list SUM-EDIT wrote for tonight.  No list
      * holds nothing -- every item posts -- which is said loudly,
      * since it means the posting limits were not applied.
      *****************************************************************
       1080-LOAD-HOLD-LIST.
           OPEN INPUT HOLD-LIST
           IF WS-HOLD-LIST-STATUS NOT = "00"
               DISPLAY "SUM: *** NO HOLD LIST, STATUS = "
                   WS-HOLD-LIST-STATUS
                   " -- NO ITEMS HELD FOR APPROVAL TONIGHT ***"
           ELSE
               PERFORM UNTIL END-OF-HOLD-LIST
                   READ HOLD-LIST
                       AT END
                           MOVE "Y" TO WS-HOLD-LIST-EOF-SW
                       NOT AT END
                           PERFORM 1085-STORE-HOLD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HOLD-LIST
               DISPLAY "SUM: HOLD LIST ENTRIES = " WS-HOLD-COUNT
           END-IF.

       1085-STORE-HOLD-ENTRY.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "SUM: *** HOLD LIST OVER " WS-HOLD-MAX
                   " ENTRIES -- ID " HL-TRANS-ID " NOT LOADED ***"
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE HL-ACTION TO WS-HOLD-ACTION(WS-HOLD-COUNT)
               MOVE HL-REASON-CODE TO WS-HOLD-REASON(WS-HOLD-COUNT)
               MOVE HL-LIMIT TO WS-HOLD-LIMIT(WS-HOLD-COUNT)
               MOVE HL-TRANS-IMAGE TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
               MOVE "N" TO WS-HOLD-USED-SW(WS-HOLD-COUNT)
           END-IF.

       1100-RESTART-RECOVERY.
               MOVE WS-BATCH-NO TO SUM-BATCH-NO
               MOVE TI-GL-ACCOUNT TO SUM-GL-ACCOUNT
               MOVE SPACE TO SUM-REVERSAL-FLAG
               MOVE WS-POSTING-DATE TO SUM-EFFECTIVE-DATE
               MOVE ZERO TO SUM-ADDEND-TABLE(1)
               MOVE ZERO TO SUM-ADDEND-TABLE(2)
               MOVE ZERO TO SUM-ADDEND-TABLE(3)
               PERFORM 2500-ACCUMULATE-ADDENDS
                   VARYING WS-ADDEND-IX FROM 1 BY 1
                   UNTIL WS-ADDEND-IX > SUM-ADDEND-COUNT
               PERFORM 2550-CONVERT-TO-BASE
               IF WS-SIZE-ERROR-SW = "Y"
                       OR WS-DIVIDE-ERROR-SW = "Y"
                   PERFORM 4000-REPORT-SIZE-ERROR
               ELSE
                   PERFORM 2600-CHECK-HOLD-LIST
                   IF WS-MATCHED-HOLD-IX > ZERO
                           AND WS-HOLD-ACTION(WS-MATCHED-HOLD-IX) = "H"
                       PERFORM 2700-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM 3000-WRITE-SUM-OUT
                       IF WS-MATCHED-HOLD-IX > ZERO
                           PERFORM 2750-REPORT-RELEASE-POSTED
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "BADACC" TO WS-REASON-CODE
               END-IF
           END-IF
           IF TRANS-IS-VALID
               PERFORM 2160-CHECK-AUTHORIZATION
               IF NOT ACCT-IS-AUTHORIZED
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "UNAUTH" TO WS-REASON-CODE
               END-IF
           END-IF
           IF TRANS-IS-VALID
               PERFORM 2170-LOOK-UP-RATE
               IF NOT RATE-IS-ON-FILE
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NORATE" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * The effective posting date must be a real calendar date.  It
      * is rolled to a business day, and when an accounting-period
      * cutoff is in force the date it posts on may be no later
      * than the cutoff -- month-end adjustments post to the period
      * they belong to instead of whenever they were keyed.
      *****************************************************************
       2140-VALIDATE-EFF-DATE.
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
               PERFORM 2145-ROLL-TO-BUSINESS-DAY
           END-IF
           IF WS-DATE-OK-SW = "Y"
                   AND CUTOFF-ENFORCED
                   AND WS-POSTING-DATE > WS-CUTOFF-DATE
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.

      *****************************************************************
      * A date that is a weekend or a calendar holiday rolls forward
      * to the next business day -- unless that would carry it over
      * a period end (the period end itself included), when it rolls
      * back to the last business day before the keyed date instead,
      * so the work stays in the period it was dated to.  A run of
      * more than a month of non-business days is taken to be a
      * keying slip on the calendar and the date posts as keyed.
      *****************************************************************
       2145-ROLL-TO-BUSINESS-DAY.
           MOVE "N" TO WS-CROSSED-SW
           MOVE ZERO TO WS-ROLL-STEPS
           MOVE WS-KEYED-DAY-NO TO WS-ROLL-DAY-NO
           PERFORM 2146-CHECK-BUSINESS-DAY
           PERFORM 2147-STEP-FORWARD
               UNTIL IS-BUSINESS-DAY OR WS-ROLL-STEPS > 31
           IF PERIOD-END-CROSSED
               MOVE ZERO TO WS-ROLL-STEPS
               MOVE WS-KEYED-DAY-NO TO WS-ROLL-DAY-NO
               PERFORM 2148-STEP-BACK
               PERFORM 2148-STEP-BACK
                   UNTIL IS-BUSINESS-DAY OR WS-ROLL-STEPS > 31
           END-IF
           IF IS-BUSINESS-DAY AND WS-ROLL-DAY-NO NOT = WS-KEYED-DAY-NO
               COMPUTE WS-ROLL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ROLL-DAY-NO)
               MOVE WS-ROLL-DATE TO WS-POSTING-DATE
               ADD 1 TO WS-DATES-ROLLED
           END-IF.

      *****************************************************************
      * Saturday and Sunday by the day number (day 1 was a Monday),
      * then the calendar for a holiday or period end on the date.
      *****************************************************************
       2146-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE "N" TO WS-PERIOD-END-SW
           IF FUNCTION MOD(WS-ROLL-DAY-NO, 7) = 0 OR 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           END-IF
           COMPUTE WS-ROLL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ROLL-DAY-NO)
           PERFORM 2149-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT.

       2147-STEP-FORWARD.
           IF IS-PERIOD-END
               SET PERIOD-END-CROSSED TO TRUE
           END-IF
           ADD 1 TO WS-ROLL-STEPS
           ADD 1 TO WS-ROLL-DAY-NO
           PERFORM 2146-CHECK-BUSINESS-DAY.

       2148-STEP-BACK.
           ADD 1 TO WS-ROLL-STEPS
           SUBTRACT 1 FROM WS-ROLL-DAY-NO
           PERFORM 2146-CHECK-BUSINESS-DAY.

       2149-CHECK-CALENDAR-ENTRY.
           IF WS-CAL-DATE(WS-CAL-IX) = WS-ROLL-DATE
               IF WS-CAL-HOLIDAY(WS-CAL-IX) = "Y"
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
               IF WS-CAL-PERIOD-END(WS-CAL-IX) = "Y"
                   SET IS-PERIOD-END TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Keyed lookup against the account master: the account must be
      * on it, active, effective on or before the run date and not
                   END-IF
           END-READ.

      *****************************************************************
      * A good account is not enough: the batch's department must be
      * authorized to post to it, i.e. the account must fall inside
      * one of the department's ranges.  No check is made for the
      * RCYC pseudo-batch.
      *****************************************************************
       2160-CHECK-AUTHORIZATION.
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
      * A detail in the base currency needs no rate.  One keyed in a
      * foreign currency needs treasury's quote for that currency on
      * exactly the date it posts on -- an older quote is stale, and
      * the detail suspends NORATE rather than post at it.
      *****************************************************************
       2170-LOOK-UP-RATE.
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
      * Writes the rejected record to SUSPFILE as a machine-readable
      * suspense item: the untouched TRANS-IN-RECORD image plus the
       2300-PROCESS-HEADER.
           MOVE "N" TO WS-SKIP-BATCH-SW
           PERFORM 2320-CAPTURE-HEADER
           PERFORM 2330-LOAD-DEPT-AUTHORITY
           PERFORM 2340-CHECK-RUN-REGISTER.

       2320-CAPTURE-HEADER.
           END-IF
           SET BATCH-HEADER-SEEN TO TRUE.

      *****************************************************************
      * SUM-EDIT has already failed the run over any department not
      * on the master, so a miss here means the master changed under
      * the job: the batch is left with no ranges and every detail
      * suspends UNAUTH rather than posting unchecked.
      *****************************************************************
       2330-LOAD-DEPT-AUTHORITY.
           SET AUTH-CHECK-IN-FORCE TO TRUE
           MOVE ZERO TO WS-AUTH-COUNT
           MOVE WS-BATCH-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   DISPLAY "SUM: *** DEPT " WS-BATCH-DEPARTMENT
                       " NOT ON DEPTMST -- ITS DETAILS SUSPEND "
                       "UNAUTH ***"
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
      * The scan splits the register's answer by date: a record
      * posted on an EARLIER night marks a true duplicate, one
           MOVE "RCYC" TO WS-BATCH-DEPARTMENT
           MOVE SPACES TO WS-BATCH-CREATE-DATE
           MOVE ZERO TO WS-BATCH-NO
           MOVE "N" TO WS-AUTH-CHECK-SW
           MOVE "N" TO WS-SKIP-BATCH-SW
           MOVE "N" TO WS-DUPLICATE-SW.

               END-EVALUATE
           END-IF.

      *****************************************************************
      * The addends combine in the currency they were keyed in; the
      * result is kept as the original total and converted to the
      * base currency at the detail's rate, rounded to the cent.  A
      * converted total too large for the record is a size error
      * like any other.  A base-currency detail carries a blank
      * code and rate 1 whichever way it was keyed.
      *****************************************************************
       2550-CONVERT-TO-BASE.
           MOVE SUM-TOTAL TO SUM-ORIGINAL-TOTAL
           MOVE WS-EXCHANGE-RATE TO SUM-EXCHANGE-RATE
           IF TI-BASE-CURRENCY
               MOVE SPACES TO SUM-CURRENCY-CODE
           ELSE
               MOVE TI-CURRENCY-CODE TO SUM-CURRENCY-CODE
               COMPUTE SUM-TOTAL ROUNDED =
                   SUM-ORIGINAL-TOTAL * WS-EXCHANGE-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR-SW
               END-COMPUTE
           END-IF.

      *****************************************************************
      * Looks the record up on tonight's hold list.  An "H" entry
      * holds it; a "P" entry is an item the controller approved on
      * the hold master, which posts like any other and is then
      * reported posted so the master stops releasing it.
      *****************************************************************
       2600-CHECK-HOLD-LIST.
           MOVE ZERO TO WS-MATCHED-HOLD-IX
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                       OR WS-MATCHED-HOLD-IX > ZERO
               IF WS-HOLD-USED-SW(WS-HOLD-IX) = "N"
                       AND WS-HOLD-IMAGE(WS-HOLD-IX) = TRANS-IN-RECORD
                   MOVE WS-HOLD-IX TO WS-MATCHED-HOLD-IX
                   MOVE "Y" TO WS-HOLD-USED-SW(WS-HOLD-IX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * An item over its account's posting limit is not posted: it
      * writes no SUMOUT, AUDITLOG or TOTMAST record and nets nothing
      * into GLEXTRT.  It goes to the night's hold file with the
      * total it would have posted, for HOLD-REL to put in front of
      * the controller.
      *****************************************************************
       2700-HOLD-FOR-APPROVAL.
           PERFORM 2720-BUILD-HOLD-RECORD
           SET HD-ITEM-HELD TO TRUE
           MOVE SPACES TO HD-ACTION-DATE
           WRITE HOLD-RECORD
           ADD 1 TO WS-ITEMS-HELD
           DISPLAY "SUM: HELD FOR APPROVAL RECORD " WS-RECORDS-READ
               ", ID = " SUM-TRANS-ID ", REASON = " HD-REASON-CODE.

       2720-BUILD-HOLD-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE SUM-TRANS-ID TO HD-TRANS-ID
           MOVE WS-HOLD-REASON(WS-MATCHED-HOLD-IX) TO HD-REASON-CODE
           MOVE WS-RUN-DATE TO HD-HELD-DATE
           MOVE TRANS-IN-RECORD TO HD-TRANS-IMAGE
           MOVE WS-BATCH-DEPARTMENT TO HD-DEPARTMENT
           MOVE WS-BATCH-CREATE-DATE TO HD-CREATE-DATE
           MOVE WS-BATCH-NO TO HD-BATCH-NO
           MOVE SUM-TOTAL TO HD-SUM-TOTAL
           MOVE WS-HOLD-LIMIT(WS-MATCHED-HOLD-IX) TO HD-LIMIT.

      *****************************************************************
      * The "P" record carries only the transaction identifier and
      * tonight's date into the hold master; HOLD-REL leaves the rest
      * of the held item's record as the controller approved it.
      *****************************************************************
       2750-REPORT-RELEASE-POSTED.
           PERFORM 2720-BUILD-HOLD-RECORD
           SET HD-ITEM-POSTED TO TRUE
           MOVE WS-RUN-DATE TO HD-ACTION-DATE
           WRITE HOLD-RECORD
           ADD 1 TO WS-RELEASES-POSTED
           DISPLAY "SUM: APPROVED HOLD POSTED, ID = " SUM-TRANS-ID.

       3000-WRITE-SUM-OUT.
           MOVE SUM-TRANS-ID TO SO-TRANS-ID
           MOVE SUM-OPERATION-CODE TO SO-OPERATION-CODE
           MOVE SUM-GL-ACCOUNT TO SO-GL-ACCOUNT
           MOVE SUM-REVERSAL-FLAG TO SO-REVERSAL-FLAG
           MOVE SUM-EFFECTIVE-DATE TO SO-EFFECTIVE-DATE
           MOVE SUM-CURRENCY-CODE TO SO-CURRENCY-CODE
           MOVE SUM-EXCHANGE-RATE TO SO-EXCHANGE-RATE
           MOVE SUM-ORIGINAL-TOTAL TO SO-ORIGINAL-TOTAL
           WRITE SUM-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD SUM-TOTAL TO WS-GRAND-TOTAL
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-GL-ACCOUNT-COUNT
               IF TI-GL-ACCOUNT = WS-GL-ACCT-CODE(WS-ACCT-IX)
                       AND SUM-EFFECTIVE-DATE =
                           WS-GL-ACCT-DATE(WS-ACCT-IX)
                   MOVE WS-ACCT-IX TO WS-MATCHED-ACCT-IX
               END-IF
                   MOVE WS-GL-ACCOUNT-COUNT TO WS-MATCHED-ACCT-IX
                   MOVE TI-GL-ACCOUNT
                       TO WS-GL-ACCT-CODE(WS-MATCHED-ACCT-IX)
                   MOVE SUM-EFFECTIVE-DATE
                       TO WS-GL-ACCT-DATE(WS-MATCHED-ACCT-IX)
                   MOVE ZERO TO WS-GL-ACCT-TOTAL(WS-MATCHED-ACCT-IX)
                   MOVE ZERO TO WS-GL-ACCT-RECS(WS-MATCHED-ACCT-IX)
           MOVE SUM-GL-ACCOUNT TO TM-GL-ACCOUNT
           MOVE SUM-REVERSAL-FLAG TO TM-REVERSAL-FLAG
           MOVE SUM-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE
           MOVE SUM-CURRENCY-CODE TO TM-CURRENCY-CODE
           MOVE SUM-EXCHANGE-RATE TO TM-EXCHANGE-RATE
           MOVE SUM-ORIGINAL-TOTAL TO TM-ORIGINAL-TOTAL
           WRITE TOTALS-MASTER-RECORD
               INVALID KEY
                   IF WS-TOTALS-MASTER-STATUS = "22"
           CLOSE EXCEPT-RPT
           CLOSE AUDIT-LOG
           CLOSE SUSPENSE
           CLOSE HOLD-OUT
           CLOSE TOTALS-MASTER
           CLOSE CHECKPOINT-FILE
           CLOSE ACCT-MASTER
           CLOSE DEPT-MASTER
           CLOSE RATE-MASTER
           DISPLAY "SUM: RECORDS READ    = " WS-RECORDS-READ
           DISPLAY "SUM: RECORDS WRITTEN = " WS-RECORDS-WRITTEN
           DISPLAY "SUM: EXCEPTIONS      = " WS-EXCEPTIONS
           DISPLAY "SUM: SUSPENSE RECS   = " WS-SUSPENSE-COUNT
           DISPLAY "SUM: ITEMS HELD      = " WS-ITEMS-HELD
           DISPLAY "SUM: HOLDS RELEASED  = " WS-RELEASES-POSTED
           DISPLAY "SUM: DATES ROLLED    = " WS-DATES-ROLLED
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-DISP
           DISPLAY "SUM: GRAND TOTAL     = " WS-GRAND-TOTAL-DISP
           IF GRAND-TOTAL-OVERFLOWED
           IF TOLERANCE-BREACHED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF (WS-BATCHES-REFUSED > ZERO OR CALENDAR-OVERFLOWED)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
