       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.
      *****************************************************************
      * Business-day calendar maintenance for the accounting desk.
      * Applies CALIN cards to the keyed calendar PROD.SUM.CALENDAR
      * (see CALREC.cpy) and prints a before/after maintenance
      * report, the same way RATE-MAINT keeps the rate file.  The
      * desk keys each year's bank holidays and fiscal period ends
      * ahead of the year they fall in; the nightly run rolls work
      * dated to a non-business day and takes its period cutoff
      * from the file.
      *
      * One card per action, columns:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" delete
      *   cols  2-9    date             YYYYMMDD
      *   col  10      holiday          "Y" or "N" (blank is "N")
      *   col  11      period end       "Y" or "N" (blank is "N")
      *   cols 12-41   description      e.g. "INDEPENDENCE DAY";
      *                                 a change with a blank one
      *                                 keeps the old description
      * Flags and description are not used on a delete.  A change
      * replaces both flags, so key the full pair every time.
      *
      * An add for a date already on file, a change or delete for
      * one that is not, a bad date, a flag that is not Y or N, or
      * an add or change that marks the date neither a holiday nor
      * a period end (such a date belongs off the file -- delete it)
      * is rejected and reported.  RETURN-CODE 4 when any card was
      * rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CALENDAR-MASTER ASSIGN TO CALMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CA-DATE
                   FILE STATUS IS WS-CALENDAR-MASTER-STATUS.

               SELECT CALENDAR-IN ASSIGN TO CALIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY CALREC.

       FD  CALENDAR-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-IN-RECORD.
           05  CC-ACTION               PIC X.
               88  CC-ACTION-ADD               VALUE "A".
               88  CC-ACTION-CHANGE            VALUE "C".
               88  CC-ACTION-DELETE            VALUE "D".
               88  CC-ACTION-VALID             VALUE "A" "C" "D".
           05  CC-DATE                 PIC X(8).
           05  CC-HOLIDAY-FLAG         PIC X.
               88  CC-HOLIDAY                  VALUE "Y".
               88  CC-HOLIDAY-VALID            VALUE "Y" "N" " ".
           05  CC-PERIOD-END-FLAG      PIC X.
               88  CC-PERIOD-END               VALUE "Y".
               88  CC-PERIOD-END-VALID         VALUE "Y" "N" " ".
           05  CC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(39).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CALENDAR-MASTER-STATUS PIC X(2).
           05  WS-CALENDAR-IN-STATUS   PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-DATE-FOUND-SW        PIC X(1) VALUE "N".
               88  DATE-IS-ON-FILE             VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DELETES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "BUSINESS CALENDAR MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(7) VALUE "  DATE ".
           05  CL-DATE                 PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-DATE                 PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  HOLIDAY ".
           05  IL-HOLIDAY-FLAG         PIC X.
           05  FILLER                  PIC X(14)
                   VALUE "  PERIOD END ".
           05  IL-PERIOD-END-FLAG      PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(14)
                   VALUE "  MAINTAINED ".
           05  IL-LAST-MAINT-DATE      PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IL-LAST-MAINT-ACTION    PIC X.

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(20)
                   VALUE "DATE NOT ON FILE".

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
           05  FILLER                  PIC X(11) VALUE "  DELETED  ".
           05  TO-DELETES              PIC ZZZZ9.
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

           OPEN I-O CALENDAR-MASTER
           IF WS-CALENDAR-MASTER-STATUS = "35"
               DISPLAY "CAL-MAINT: NO CALENDAR FILE YET -- STARTING "
                   "ONE"
               OPEN OUTPUT CALENDAR-MASTER
               CLOSE CALENDAR-MASTER
               OPEN I-O CALENDAR-MASTER
           END-IF
           IF WS-CALENDAR-MASTER-STATUS NOT = "00"
               DISPLAY "CAL-MAINT: UNABLE TO OPEN CALMST, STATUS = "
                   WS-CALENDAR-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT CALENDAR-IN
           IF WS-CALENDAR-IN-STATUS NOT = "00"
               DISPLAY "CAL-MAINT: UNABLE TO OPEN CALIN, STATUS = "
                   WS-CALENDAR-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "CAL-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE CC-ACTION TO CL-ACTION
           MOVE CC-DATE TO CL-DATE

           IF NOT CC-ACTION-VALID
               MOVE "ACTION IS NOT A, C OR D -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
           IF CC-DATE IS NOT NUMERIC
                   OR CC-DATE(5:2) < "01"
                   OR CC-DATE(5:2) > "12"
                   OR CC-DATE(7:2) < "01"
                   OR CC-DATE(7:2) > "31"
               MOVE "DATE IS NOT A DATE -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-MASTER
               EVALUATE TRUE
                   WHEN CC-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN CC-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN CC-ACTION-DELETE
                       PERFORM 2400-APPLY-DELETE
               END-EVALUATE
           END-IF
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-DATE-FOUND-SW
           MOVE CC-DATE TO CA-DATE
           READ CALENDAR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DATE-IS-ON-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF DATE-IS-ON-FILE
               MOVE "ALREADY ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
           IF NOT CC-HOLIDAY-VALID OR NOT CC-PERIOD-END-VALID
               MOVE "FLAG IS NOT Y OR N -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
           IF NOT CC-HOLIDAY AND NOT CC-PERIOD-END
               MOVE "NEITHER HOLIDAY NOR PERIOD END -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               MOVE SPACES TO CALENDAR-RECORD
               MOVE CC-DATE TO CA-DATE
               PERFORM 2550-SET-FLAGS
               MOVE CC-DESCRIPTION TO CA-DESCRIPTION
               PERFORM 2500-STAMP-MAINTENANCE
               WRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "CAL-MAINT: CALMST WRITE FAILED "
                           "FOR " CA-DATE ", STATUS = "
                           WS-CALENDAR-MASTER-STATUS
               END-WRITE
               IF WS-CALENDAR-MASTER-STATUS = "00"
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF
           END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT DATE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
           IF NOT CC-HOLIDAY-VALID OR NOT CC-PERIOD-END-VALID
               MOVE "FLAG IS NOT Y OR N -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
           IF NOT CC-HOLIDAY AND NOT CC-PERIOD-END
               MOVE "NEITHER HOLIDAY NOR PERIOD END -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               PERFORM 2550-SET-FLAGS
               IF CC-DESCRIPTION NOT = SPACES
                   MOVE CC-DESCRIPTION TO CA-DESCRIPTION
               END-IF
               PERFORM 2500-STAMP-MAINTENANCE
               REWRITE CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "CAL-MAINT: CALMST REWRITE FAILED "
                           "FOR " CA-DATE ", STATUS = "
                           WS-CALENDAR-MASTER-STATUS
               END-REWRITE
               IF WS-CALENDAR-MASTER-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      * A date that is no longer a holiday or a period end comes off
      * the file and is an ordinary business day again from the next
      * run; work that already posted keeps the date it posted on.
      *****************************************************************
       2400-APPLY-DELETE.
           IF NOT DATE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               DELETE CALENDAR-MASTER
                   INVALID KEY
                       DISPLAY "CAL-MAINT: CALMST DELETE FAILED "
                           "FOR " CA-DATE ", STATUS = "
                           WS-CALENDAR-MASTER-STATUS
               END-DELETE
               IF WS-CALENDAR-MASTER-STATUS = "00"
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "  AFTER   " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO CA-LAST-MAINT-DATE
           MOVE CC-ACTION TO CA-LAST-MAINT-ACTION.

      *****************************************************************
      * A blank flag on the card is "N", so the file only ever holds
      * a Y or an N in either flag.
      *****************************************************************
       2550-SET-FLAGS.
           IF CC-HOLIDAY
               MOVE "Y" TO CA-HOLIDAY-FLAG
           ELSE
               MOVE "N" TO CA-HOLIDAY-FLAG
           END-IF
           IF CC-PERIOD-END
               MOVE "Y" TO CA-PERIOD-END-FLAG
           ELSE
               MOVE "N" TO CA-PERIOD-END-FLAG
           END-IF.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-FILL-IMAGE-LINE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2650-FILL-IMAGE-LINE.
           MOVE CA-DATE TO IL-DATE
           MOVE CA-HOLIDAY-FLAG TO IL-HOLIDAY-FLAG
           MOVE CA-PERIOD-END-FLAG TO IL-PERIOD-END-FLAG
           MOVE CA-DESCRIPTION TO IL-DESCRIPTION
           MOVE CA-LAST-MAINT-DATE TO IL-LAST-MAINT-DATE
           MOVE CA-LAST-MAINT-ACTION TO IL-LAST-MAINT-ACTION.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-FILL-IMAGE-LINE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "CAL-MAINT: CARD " WS-CARDS-READ " FOR "
               CC-DATE " REJECTED -- " CL-MESSAGE.

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
           STRING "CALENDAR WRITE FAILED, STATUS "
               WS-CALENDAR-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DELETES-APPLIED TO TO-DELETES
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "CAL-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DELETED = " WS-DELETES-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ CALENDAR-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE CALENDAR-MASTER
           IF WS-CALENDAR-IN-STATUS = "00" OR "10"
               CLOSE CALENDAR-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
