      * are laid out.  The totals at the bottom show how much open
      * work is sitting in suspense at all, so rejected records can
      * no longer silently disappear.
      *
      * Age is counted in business days: the days after the night
      * the item suspended, up to and including today, leaving out
      * Saturdays, Sundays and the holidays on the business-day
      * calendar (CALREC.cpy) -- a long weekend is not held against
      * the department.  With no calendar only weekends are left
      * out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AGE-RPT-STATUS.

               SELECT CALENDAR-MASTER ASSIGN TO CALENDAR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CA-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSP-MASTER-RECORD==.

           RECORD CONTAINS 132 CHARACTERS.
       01  AGE-RPT-RECORD              PIC X(132).

       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SUSP-MASTER-STATUS   PIC X(2).
           05  WS-PARM-IN-STATUS       PIC X(2).
           05  WS-AGE-RPT-STATUS       PIC X(2).
           05  WS-CALENDAR-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE "N".
               88  END-OF-FILE                 VALUE "Y".
           05  WS-CALENDAR-EOF-SW      PIC X(1) VALUE "N".
               88  END-OF-CALENDAR             VALUE "Y".

       01  WS-AGE-THRESHOLD            PIC 9(3) VALUE 20.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-ITEM-YYYYMMDD            PIC 9(8).
       01  WS-ITEM-DAYS                PIC S9(5).
       01  WS-ITEM-INTEGER             PIC 9(7).

      *****************************************************************
      * The calendar's holidays that fall on a weekday, as day
      * numbers -- a holiday on a weekend is already left out with
      * the weekend.  The weekdays up to a day number are counted in
      * 2050-COUNT-WEEKDAYS (day 1 was a Monday).
      *****************************************************************
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DAY-NO       PIC 9(7) OCCURS 500 TIMES.
       01  WS-HOLIDAY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-MAX              PIC 9(3) VALUE 500.
       01  WS-HOLIDAY-IX               PIC 9(3) VALUE ZERO.

       01  WS-WEEKDAY-WORK.
           05  WS-CAL-YYYYMMDD         PIC 9(8).
           05  WS-CAL-DAY-NO           PIC 9(7).
           05  WS-COUNT-DAY-NO         PIC 9(7).
           05  WS-WEEKS                PIC 9(7).
           05  WS-DAY-IN-WEEK          PIC 9.
           05  WS-WEEKDAYS             PIC 9(7).
           05  WS-TODAY-WEEKDAYS       PIC 9(7).

       01  WS-PAGE-CONTROL.
           05  WS-LINES-PER-PAGE       PIC 9(2) VALUE 20.
                   VALUE "SUSPENSE AGING REPORT - ITEMS OVER".
           05  FILLER                  PIC X VALUE SPACE.
           05  TL-AGE-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-DAYS                 PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-TRANS-IMAGE          PIC X(67).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "ITEMS READ   ".
           END-IF

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-LOAD-CALENDAR

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           MOVE WS-TODAY-INTEGER TO WS-COUNT-DAY-NO
           PERFORM 2050-COUNT-WEEKDAYS
           MOVE WS-WEEKDAYS TO WS-TODAY-WEEKDAYS

           IF NOT END-OF-FILE
               PERFORM 1500-WRITE-PAGE-HEADING
      *****************************************************************
      * The aging threshold comes in on the PARMIN card so the desk
      * can tighten or relax it without a program change.  A missing
      * or unreadable card falls back to the default of 20 business
      * days, four working weeks.
      *****************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-IN
           IF WS-PARM-IN-STATUS NOT = "00"
               DISPLAY "SUSP-AGE: NO PARMIN CARD, USING "
                   WS-AGE-THRESHOLD " BUSINESS DAYS"
           ELSE
               READ PARM-IN
                   AT END
                       DISPLAY "SUSP-AGE: PARMIN EMPTY, USING "
                           WS-AGE-THRESHOLD " BUSINESS DAYS"
                   NOT AT END
                       IF PI-AGE-DAYS IS NUMERIC
                           MOVE PI-AGE-DAYS TO WS-AGE-THRESHOLD
                       ELSE
                           DISPLAY "SUSP-AGE: PARMIN DAYS NOT "
                               "NUMERIC, USING " WS-AGE-THRESHOLD
                               " BUSINESS DAYS"
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF
           DISPLAY "SUSP-AGE: AGING THRESHOLD = " WS-AGE-THRESHOLD
               " BUSINESS DAYS".

      *****************************************************************
      * Loads the weekday holidays off the business-day calendar.
      * A report is still worth having without it, so a calendar
      * that is missing or will not open only leaves holidays
      * counted as business days, and says so.
      *****************************************************************
       1200-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SUSP-AGE: NO BUSINESS CALENDAR, STATUS = "
                   WS-CALENDAR-STATUS " -- HOLIDAYS COUNTED AS "
                   "BUSINESS DAYS"
           ELSE
               PERFORM 1220-READ-CALENDAR
               PERFORM 1210-STORE-HOLIDAY UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-MASTER
               DISPLAY "SUSP-AGE: WEEKDAY HOLIDAYS LOADED = "
                   WS-HOLIDAY-COUNT
           END-IF.

       1210-STORE-HOLIDAY.
           IF CA-HOLIDAY AND CA-DATE IS NUMERIC
               MOVE CA-DATE TO WS-CAL-YYYYMMDD
               COMPUTE WS-CAL-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-YYYYMMDD)
               IF WS-CAL-DAY-NO > ZERO
                       AND FUNCTION MOD(WS-CAL-DAY-NO, 7) NOT = 0
                       AND FUNCTION MOD(WS-CAL-DAY-NO, 7) NOT = 6
                   IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                       DISPLAY "SUSP-AGE: *** CALENDAR OVER "
                           WS-HOLIDAY-MAX " HOLIDAYS -- " CA-DATE
                           " NOT LOADED ***"
                   ELSE
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-CAL-DAY-NO
                           TO WS-HOLIDAY-DAY-NO(WS-HOLIDAY-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 1220-READ-CALENDAR.

       1220-READ-CALENDAR.
           READ CALENDAR-MASTER
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-READ.

       1500-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
       2000-PROCESS-MASTER.
           IF SP-ITEM-OPEN
               ADD 1 TO WS-ITEMS-OPEN
               PERFORM 2040-COMPUTE-BUSINESS-AGE
               IF WS-ITEM-DAYS > WS-AGE-THRESHOLD
                   ADD 1 TO WS-ITEMS-AGED
                   PERFORM 2100-WRITE-DETAIL
           END-IF
           PERFORM 8000-READ-MASTER.

      *****************************************************************
      * Business days after the item's run date up to and including
      * today: the weekdays between the two day numbers, less the
      * weekday holidays that fall among them.
      *****************************************************************
       2040-COMPUTE-BUSINESS-AGE.
           MOVE SP-RUN-DATE TO WS-ITEM-YYYYMMDD
           COMPUTE WS-ITEM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-YYYYMMDD)
           MOVE WS-ITEM-INTEGER TO WS-COUNT-DAY-NO
           PERFORM 2050-COUNT-WEEKDAYS
           COMPUTE WS-ITEM-DAYS = WS-TODAY-WEEKDAYS - WS-WEEKDAYS
           PERFORM 2060-SUBTRACT-HOLIDAY
               VARYING WS-HOLIDAY-IX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT.

      *****************************************************************
      * Weekdays from day 1 through WS-COUNT-DAY-NO: five in every
      * whole week, plus the part week's days up to Friday.
      *****************************************************************
       2050-COUNT-WEEKDAYS.
           DIVIDE WS-COUNT-DAY-NO BY 7 GIVING WS-WEEKS
               REMAINDER WS-DAY-IN-WEEK
           IF WS-DAY-IN-WEEK > 5
               MOVE 5 TO WS-DAY-IN-WEEK
           END-IF
           COMPUTE WS-WEEKDAYS = WS-WEEKS * 5 + WS-DAY-IN-WEEK.

       2060-SUBTRACT-HOLIDAY.
           IF WS-HOLIDAY-DAY-NO(WS-HOLIDAY-IX) > WS-ITEM-INTEGER
                   AND WS-HOLIDAY-DAY-NO(WS-HOLIDAY-IX)
                       <= WS-TODAY-INTEGER
               SUBTRACT 1 FROM WS-ITEM-DAYS
           END-IF.

       2100-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1500-WRITE-PAGE-HEADING
