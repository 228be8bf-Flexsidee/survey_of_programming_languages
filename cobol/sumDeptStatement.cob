      *   - every size-errored item (off the EXCPRPT lines, which
      *     carry the department and batch on the end).
      *
      * The batch line also says how long the batch was with us:
      * the business days after its creation date up to and
      * including tonight, leaving out Saturdays, Sundays and the
      * holidays on the business-day calendar (CALREC.cpy) -- only
      * weekends are left out when the calendar will not open.
      *
      * Each statement is headed with the department's name, its
      * statement contact and its delivery route off the department
      * master (DEPTREC.cpy), so the print room can route it without
      * a lookup sheet.  A department not on the master -- or a
      * master that will not open -- still gets its statement, under
      * the bare department code.
      *
      * The RCYC pseudo-batch is not a department and gets no
      * statement.  RETURN-CODE is always zero -- the statement is
      * the departments' mail, not an operations gate; the recap
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-STMT-RPT-STATUS.

               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

               SELECT CALENDAR-MASTER ASSIGN TO CALENDAR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CA-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************

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

       FD  SUSPENSE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSPENSE-RECORD==.

           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-RPT-RECORD             PIC X(132).

      *****************************************************************
      * Keyed department master maintained by DEPT-MAINT (see
      * DEPTREC.cpy), read once per statement for the addressing.
      *****************************************************************
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           COPY TRANREC.

           05  WS-EXCEPT-RPT-STATUS    PIC X(2).
           05  WS-STMT-RPT-STATUS      PIC X(2).
           05  WS-RUN-DATE-IN-STATUS   PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-CALENDAR-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-REG-EOF-SW           PIC X(1) VALUE "N".
               88  END-OF-SUSPENSE             VALUE "Y".
           05  WS-EXCP-EOF-SW          PIC X(1) VALUE "N".
               88  END-OF-EXCEPTIONS           VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".
           05  WS-CALENDAR-EOF-SW      PIC X(1) VALUE "N".
               88  END-OF-CALENDAR             VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).

      *****************************************************************
      * Batch age in business days.  Mirrors SUSP-AGE: the weekday
      * holidays off the calendar as day numbers, and the weekdays
      * up to a day number counted in 4250-COUNT-WEEKDAYS (day 1
      * was a Monday).
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
           05  WS-RUN-DAY-NO           PIC 9(7).
           05  WS-RUN-WEEKDAYS         PIC 9(7).
           05  WS-CREATE-DAY-NO        PIC 9(7).
           05  WS-BATCH-AGE            PIC S9(5).

      *****************************************************************
      * Tonight's registered batches off the run register, with the
      * posted figures accumulated from one pass of SUMOUT.
           05  FILLER                  PIC X(12)
                   VALUE "  RUN DATE  ".
           05  AD-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AD-NAME                 PIC X(30).

       01  WS-ROUTING-LINE.
           05  FILLER                  PIC X(28)
                   VALUE "  ATTENTION                 ".
           05  RT-CONTACT              PIC X(30).
           05  FILLER                  PIC X(18)
                   VALUE "  DELIVERY ROUTE  ".
           05  RT-ROUTE                PIC X(10).

       01  WS-IDENT-LINE.
           05  FILLER                  PIC X(6) VALUE "BATCH ".
                   VALUE "  REGISTERED POSTED AT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ID-POSTED-TS            PIC X(14).
           05  FILLER                  PIC X(7) VALUE "  AGE  ".
           05  ID-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(14)
                   VALUE " BUSINESS DAYS".

       01  WS-POSTED-LINE.
           05  FILLER                  PIC X(15)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 1020-READ-RUN-DATE
           PERFORM 1040-LOAD-CALENDAR

           OPEN INPUT RUN-REGISTER
           IF WS-RUN-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO WS-SUM-EOF-SW
           END-IF

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-STMT: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
                   " -- STATEMENTS GO OUT UNDER THE DEPARTMENT CODE"
           END-IF

           IF NOT END-OF-RUN-REGISTER
               PERFORM 8000-READ-RUN-REGISTER
           END-IF
               CLOSE RUN-DATE-IN
           END-IF.

      *****************************************************************
      * Mirrors SUSP-AGE's 1200-LOAD-CALENDAR.  A statement still
      * goes out without the calendar; holidays then count as
      * business days in the batch age.
      *****************************************************************
       1040-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SUM-STMT: NO BUSINESS CALENDAR, STATUS = "
                   WS-CALENDAR-STATUS " -- HOLIDAYS COUNTED AS "
                   "BUSINESS DAYS"
           ELSE
               PERFORM 1060-READ-CALENDAR
               PERFORM 1050-STORE-HOLIDAY UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-MASTER
           END-IF
           MOVE WS-RUN-DATE TO WS-CAL-YYYYMMDD
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CAL-YYYYMMDD)
           MOVE WS-RUN-DAY-NO TO WS-COUNT-DAY-NO
           PERFORM 4250-COUNT-WEEKDAYS
           MOVE WS-WEEKDAYS TO WS-RUN-WEEKDAYS.

       1050-STORE-HOLIDAY.
           IF CA-HOLIDAY AND CA-DATE IS NUMERIC
               MOVE CA-DATE TO WS-CAL-YYYYMMDD
               COMPUTE WS-CAL-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-YYYYMMDD)
               IF WS-CAL-DAY-NO > ZERO
                       AND FUNCTION MOD(WS-CAL-DAY-NO, 7) NOT = 0
                       AND FUNCTION MOD(WS-CAL-DAY-NO, 7) NOT = 6
                   IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                       DISPLAY "SUM-STMT: *** CALENDAR OVER "
                           WS-HOLIDAY-MAX " HOLIDAYS -- " CA-DATE
                           " NOT LOADED ***"
                   ELSE
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-CAL-DAY-NO
                           TO WS-HOLIDAY-DAY-NO(WS-HOLIDAY-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 1060-READ-CALENDAR.

       1060-READ-CALENDAR.
           READ CALENDAR-MASTER
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-READ.

      *****************************************************************
      * The register is cumulative; only batches whose posting
      * timestamp carries tonight's date get a statement.
           WRITE STMT-RPT-RECORD FROM WS-SEPARATOR-LINE
           MOVE WS-BT-DEPARTMENT(WS-BATCH-IX) TO AD-DEPARTMENT
           MOVE WS-RUN-DATE TO AD-RUN-DATE
           PERFORM 4100-LOOK-UP-DEPARTMENT
           WRITE STMT-RPT-RECORD FROM WS-ADDRESS-LINE
           WRITE STMT-RPT-RECORD FROM WS-ROUTING-LINE
           MOVE WS-BT-BATCH-NO(WS-BATCH-IX) TO ID-BATCH-NO
           MOVE WS-BT-CREATE-DATE(WS-BATCH-IX) TO ID-CREATE-DATE
           MOVE WS-BT-POSTED-TS(WS-BATCH-IX) TO ID-POSTED-TS
           PERFORM 4200-COMPUTE-BATCH-AGE
           MOVE WS-BATCH-AGE TO ID-AGE
           WRITE STMT-RPT-RECORD FROM WS-IDENT-LINE
           MOVE WS-BT-KEYED-COUNT(WS-BATCH-IX) TO PO-KEYED
           MOVE WS-BT-POSTED-COUNT(WS-BATCH-IX) TO PO-POSTED
           END-IF
           WRITE STMT-RPT-RECORD FROM WS-BLANK-LINE.

       4100-LOOK-UP-DEPARTMENT.
           MOVE SPACES TO AD-NAME
           MOVE "NOT ON DEPARTMENT MASTER" TO RT-CONTACT
           MOVE SPACES TO RT-ROUTE
           IF DEPT-MASTER-OPEN
               MOVE WS-BT-DEPARTMENT(WS-BATCH-IX) TO DP-DEPARTMENT
               READ DEPT-MASTER
                   INVALID KEY
                       DISPLAY "SUM-STMT: DEPT " DP-DEPARTMENT
                           " NOT ON DEPTMST -- NO ROUTING"
                   NOT INVALID KEY
                       MOVE DP-NAME TO AD-NAME
                       MOVE DP-CONTACT TO RT-CONTACT
                       MOVE DP-ROUTE TO RT-ROUTE
               END-READ
           END-IF.

      *****************************************************************
      * Business days after the batch's creation date up to and
      * including tonight: the weekdays between the two day numbers,
      * less the weekday holidays that fall among them.  A creation
      * date that is not a date, or is later than tonight, shows 0.
      *****************************************************************
       4200-COMPUTE-BATCH-AGE.
           MOVE ZERO TO WS-BATCH-AGE
           MOVE ZERO TO WS-CREATE-DAY-NO
           IF WS-BT-CREATE-DATE(WS-BATCH-IX) IS NUMERIC
               MOVE WS-BT-CREATE-DATE(WS-BATCH-IX) TO WS-CAL-YYYYMMDD
               COMPUTE WS-CREATE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-YYYYMMDD)
           END-IF
           IF WS-CREATE-DAY-NO > ZERO
                   AND WS-CREATE-DAY-NO < WS-RUN-DAY-NO
               MOVE WS-CREATE-DAY-NO TO WS-COUNT-DAY-NO
               PERFORM 4250-COUNT-WEEKDAYS
               COMPUTE WS-BATCH-AGE = WS-RUN-WEEKDAYS - WS-WEEKDAYS
               PERFORM 4260-SUBTRACT-HOLIDAY
                   VARYING WS-HOLIDAY-IX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
           END-IF.

      *****************************************************************
      * Weekdays from day 1 through WS-COUNT-DAY-NO: five in every
      * whole week, plus the part week's days up to Friday.
      *****************************************************************
       4250-COUNT-WEEKDAYS.
           DIVIDE WS-COUNT-DAY-NO BY 7 GIVING WS-WEEKS
               REMAINDER WS-DAY-IN-WEEK
           IF WS-DAY-IN-WEEK > 5
               MOVE 5 TO WS-DAY-IN-WEEK
           END-IF
           COMPUTE WS-WEEKDAYS = WS-WEEKS * 5 + WS-DAY-IN-WEEK.

       4260-SUBTRACT-HOLIDAY.
           IF WS-HOLIDAY-DAY-NO(WS-HOLIDAY-IX) > WS-CREATE-DAY-NO
                   AND WS-HOLIDAY-DAY-NO(WS-HOLIDAY-IX)
                       <= WS-RUN-DAY-NO
               SUBTRACT 1 FROM WS-BATCH-AGE
           END-IF.

       5000-LIST-SUSPENDED-ITEMS.
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE
               WHEN "BADDAT"
                   MOVE "EFFECTIVE DATE INVALID OR PAST THE CUTOFF"
                       TO WS-REASON-TEXT
               WHEN "HLDREJ"
                   MOVE "OVER POSTING LIMIT, REJECTED ON REVIEW"
                       TO WS-REASON-TEXT
               WHEN "UNAUTH"
                   MOVE "DEPT NOT AUTHORIZED FOR THIS GL ACCOUNT"
                       TO WS-REASON-TEXT
               WHEN "NORATE"
                   MOVE "NO EXCHANGE RATE FOR CURRENCY AND DATE"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SP-REASON-CODE TO WS-REASON-TEXT
           END-EVALUATE.
           IF WS-STMT-RPT-STATUS = "00"
               CLOSE STMT-RPT
           END-IF
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           DISPLAY "SUM-STMT: STATEMENTS = " WS-STATEMENTS
               "  SUSPENDED LISTED = " WS-SUSP-LISTED
               "  SIZE ERRORS LISTED = " WS-EXCP-LISTED.
