       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
      *****************************************************************
      * Exchange-rate maintenance for the treasury desk.  Applies
      * RATEIN cards to the keyed rate file PROD.SUM.EXCHANGE.RATES
      * (see RATEREC.cpy) and prints a before/after maintenance
      * report, the same way ACCT-MAINT keeps the account master.
      * Treasury loads the day's quotes every morning ahead of the
      * night's SUMBATCH; a currency with no quote for a detail's
      * effective date suspends that detail NORATE.
      *
      * One card per action, columns:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" delete
      *   cols  2-4    currency code    never the base currency
      *   cols  5-12   rate date        YYYYMMDD
      *   cols 13-22   rate             9(4)V9(6), no point -- base
      *                                 dollars per unit of the
      *                                 currency (0001085000 is
      *                                 1.085000); not used on a
      *                                 delete
      * A delete removes a quote keyed in error; work that already
      * posted at it keeps the rate it posted at.
      *
      * An add for a quote already on file, a change or delete for
      * one that is not, a bad date or a rate that is not a positive
      * number is rejected and reported -- a quote is never silently
      * overwritten.  RETURN-CODE 4 when any card was rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RATE-MASTER ASSIGN TO RATEMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS XR-KEY
                   FILE STATUS IS WS-RATE-MASTER-STATUS.

               SELECT RATE-IN ASSIGN TO RATEIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RATE-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY RATEREC.

       FD  RATE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-IN-RECORD.
           05  RC-ACTION               PIC X.
               88  RC-ACTION-ADD               VALUE "A".
               88  RC-ACTION-CHANGE            VALUE "C".
               88  RC-ACTION-DELETE            VALUE "D".
               88  RC-ACTION-VALID             VALUE "A" "C" "D".
           05  RC-CURRENCY-CODE        PIC X(3).
           05  RC-RATE-DATE            PIC X(8).
           05  RC-RATE                 PIC 9(4)V9(6).
           05  FILLER                  PIC X(58).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RATE-MASTER-STATUS   PIC X(2).
           05  WS-RATE-IN-STATUS       PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-RATE-FOUND-SW        PIC X(1) VALUE "N".
               88  RATE-IS-ON-FILE             VALUE "Y".
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
               VALUE "EXCHANGE RATE MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(12) VALUE "  CURRENCY ".
           05  CL-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(7) VALUE "  DATE ".
           05  CL-RATE-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-RATE-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE "  RATE ".
           05  IL-RATE                 PIC ZZZ9.999999.
           05  FILLER                  PIC X(14)
                   VALUE "  MAINTAINED ".
           05  IL-LAST-MAINT-DATE      PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IL-LAST-MAINT-ACTION    PIC X.

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(20)
                   VALUE "RATE NOT ON FILE".

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

           OPEN I-O RATE-MASTER
           IF WS-RATE-MASTER-STATUS = "35"
               DISPLAY "RATE-MAINT: NO RATE FILE YET -- STARTING ONE"
               OPEN OUTPUT RATE-MASTER
               CLOSE RATE-MASTER
               OPEN I-O RATE-MASTER
           END-IF
           IF WS-RATE-MASTER-STATUS NOT = "00"
               DISPLAY "RATE-MAINT: UNABLE TO OPEN RATEMST, STATUS = "
                   WS-RATE-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT RATE-IN
           IF WS-RATE-IN-STATUS NOT = "00"
               DISPLAY "RATE-MAINT: UNABLE TO OPEN RATEIN, STATUS = "
                   WS-RATE-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "RATE-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE RC-ACTION TO CL-ACTION
           MOVE RC-CURRENCY-CODE TO CL-CURRENCY-CODE
           MOVE RC-RATE-DATE TO CL-RATE-DATE

           IF NOT RC-ACTION-VALID
               MOVE "ACTION IS NOT A, C OR D -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
           IF RC-CURRENCY-CODE = SPACES OR "USD"
               MOVE "NOT A FOREIGN CURRENCY -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
           IF RC-RATE-DATE IS NOT NUMERIC
                   OR RC-RATE-DATE(5:2) < "01"
                   OR RC-RATE-DATE(5:2) > "12"
                   OR RC-RATE-DATE(7:2) < "01"
                   OR RC-RATE-DATE(7:2) > "31"
               MOVE "RATE DATE IS NOT A DATE -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-MASTER
               EVALUATE TRUE
                   WHEN RC-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN RC-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN RC-ACTION-DELETE
                       PERFORM 2400-APPLY-DELETE
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE RC-CURRENCY-CODE TO XR-CURRENCY-CODE
           MOVE RC-RATE-DATE TO XR-RATE-DATE
           READ RATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RATE-IS-ON-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF RATE-IS-ON-FILE
               MOVE "ALREADY ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
           IF RC-RATE IS NOT NUMERIC OR RC-RATE = ZERO
               MOVE "RATE IS NOT A POSITIVE NUMBER -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               MOVE SPACES TO RATE-RECORD
               MOVE RC-CURRENCY-CODE TO XR-CURRENCY-CODE
               MOVE RC-RATE-DATE TO XR-RATE-DATE
               MOVE RC-RATE TO XR-RATE
               PERFORM 2500-STAMP-MAINTENANCE
               WRITE RATE-RECORD
                   INVALID KEY
                       DISPLAY "RATE-MAINT: RATEMST WRITE FAILED "
                           "FOR " XR-KEY ", STATUS = "
                           WS-RATE-MASTER-STATUS
               END-WRITE
               IF WS-RATE-MASTER-STATUS = "00"
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT RATE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
           IF RC-RATE IS NOT NUMERIC OR RC-RATE = ZERO
               MOVE "RATE IS NOT A POSITIVE NUMBER -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               MOVE RC-RATE TO XR-RATE
               PERFORM 2500-STAMP-MAINTENANCE
               REWRITE RATE-RECORD
                   INVALID KEY
                       DISPLAY "RATE-MAINT: RATEMST REWRITE FAILED "
                           "FOR " XR-KEY ", STATUS = "
                           WS-RATE-MASTER-STATUS
               END-REWRITE
               IF WS-RATE-MASTER-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      * A quote keyed in error comes off the file altogether, so
      * nothing more can post at it; the before image on the report
      * is the record of what it was.
      *****************************************************************
       2400-APPLY-DELETE.
           IF NOT RATE-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               DELETE RATE-MASTER
                   INVALID KEY
                       DISPLAY "RATE-MAINT: RATEMST DELETE FAILED "
                           "FOR " XR-KEY ", STATUS = "
                           WS-RATE-MASTER-STATUS
               END-DELETE
               IF WS-RATE-MASTER-STATUS = "00"
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "  AFTER   " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO XR-LAST-MAINT-DATE
           MOVE RC-ACTION TO XR-LAST-MAINT-ACTION.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-FILL-IMAGE-LINE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2650-FILL-IMAGE-LINE.
           MOVE XR-CURRENCY-CODE TO IL-CURRENCY-CODE
           MOVE XR-RATE-DATE TO IL-RATE-DATE
           MOVE XR-RATE TO IL-RATE
           MOVE XR-LAST-MAINT-DATE TO IL-LAST-MAINT-DATE
           MOVE XR-LAST-MAINT-ACTION TO IL-LAST-MAINT-ACTION.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-FILL-IMAGE-LINE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "RATE-MAINT: CARD " WS-CARDS-READ " FOR "
               RC-CURRENCY-CODE " " RC-RATE-DATE
               " REJECTED -- " CL-MESSAGE.

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
           STRING "RATE FILE WRITE FAILED, STATUS "
               WS-RATE-MASTER-STATUS " -- CARD REJECTED"
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
           DISPLAY "RATE-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DELETED = " WS-DELETES-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ RATE-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE RATE-MASTER
           IF WS-RATE-IN-STATUS = "00" OR "10"
               CLOSE RATE-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
