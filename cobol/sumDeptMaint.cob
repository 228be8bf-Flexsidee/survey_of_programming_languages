       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.
      *****************************************************************
      * Department master maintenance.  Applies DEPTIN cards to the
      * keyed department master PROD.SUM.DEPARTMENTS (see DEPTREC.cpy)
      * and prints a before/after maintenance report, the same way
      * ACCT-MAINT keeps the account master.
      *
      * One card per action.  Add, change and deactivate cards:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" deactivate
      *   cols  2-5    department
      *   cols  6-35   department name
      *   col  36      status           "A"/"I"; blank on an add
      *                                 means active, blank on a
      *                                 change leaves it alone
      *   cols 37-66   statement contact
      *   cols 67-76   statement delivery route
      * A blank name, contact or route on a change leaves it alone.
      *
      * Authorization cards name a range of GL accounts the
      * department may (or may no longer) post to:
      *   col   1      action           "R" authorize a range,
      *                                 "X" remove a range
      *   cols  2-5    department
      *   cols  6-11   from account
      *   cols 12-17   to account       blank means the one account
      *                                 in cols 6-11
      * A remove must name a range exactly as it was authorized.  An
      * add starts the department with no ranges -- it may post to
      * nothing until "R" cards are applied.
      *
      * An add for a department already on the master, a card for one
      * that is not, a range that is already there (or, on a remove,
      * not there), a backwards range or an eleventh range is rejected
      * and reported.  RETURN-CODE 4 when any card was rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

               SELECT DEPT-IN ASSIGN TO DEPTIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DEPT-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

       FD  DEPT-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPT-IN-RECORD.
           05  DC-ACTION               PIC X.
               88  DC-ACTION-ADD               VALUE "A".
               88  DC-ACTION-CHANGE            VALUE "C".
               88  DC-ACTION-DEACTIVATE        VALUE "D".
               88  DC-ACTION-AUTHORIZE         VALUE "R".
               88  DC-ACTION-REMOVE            VALUE "X".
               88  DC-ACTION-VALID
                       VALUE "A" "C" "D" "R" "X".
           05  DC-DEPARTMENT           PIC X(4).
           05  DC-NAME                 PIC X(30).
           05  DC-STATUS               PIC X.
           05  DC-CONTACT              PIC X(30).
           05  DC-ROUTE                PIC X(10).
           05  FILLER                  PIC X(4).
       01  DEPT-RANGE-RECORD.
           05  DR-ACTION               PIC X.
           05  DR-DEPARTMENT           PIC X(4).
           05  DR-AUTH-FROM            PIC X(6).
           05  DR-AUTH-TO              PIC X(6).
           05  FILLER                  PIC X(63).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-DEPT-IN-STATUS       PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-DEPT-FOUND-SW        PIC X(1) VALUE "N".
               88  DEPT-IS-ON-MASTER           VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DEACTS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-RANGES-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-RANGE-WORK.
           05  WS-RANGE-FROM           PIC X(6).
           05  WS-RANGE-TO             PIC X(6).
           05  WS-RANGE-IX             PIC 9(2).
           05  WS-RANGE-FOUND-IX       PIC 9(2).
           05  WS-RANGE-LINE-IX        PIC 9(2).

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "DEPARTMENT MASTER MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(14) VALUE "  DEPARTMENT ".
           05  CL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed;
      * the authorized ranges follow on one or two lines of five.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-NAME                 PIC X(30).
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  IL-STATUS               PIC X.
           05  FILLER                  PIC X(10) VALUE "  CONTACT ".
           05  IL-CONTACT              PIC X(30).
           05  FILLER                  PIC X(8) VALUE "  ROUTE ".
           05  IL-ROUTE                PIC X(10).

       01  WS-RANGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RL-LABEL                PIC X(16).
           05  RL-ENTRY                OCCURS 5 TIMES.
               10  RL-AUTH-FROM        PIC X(6).
               10  RL-DASH             PIC X.
               10  RL-AUTH-TO          PIC X(6).
               10  FILLER              PIC X(2).

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(26)
                   VALUE "DEPARTMENT NOT ON MASTER".

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
           05  FILLER                  PIC X(10) VALUE "  RANGES  ".
           05  TO-RANGES               PIC ZZZZ9.
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

           OPEN I-O DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "35"
               DISPLAY "DEPT-MAINT: NO DEPARTMENT MASTER YET -- "
                   "STARTING ONE"
               OPEN OUTPUT DEPT-MASTER
               CLOSE DEPT-MASTER
               OPEN I-O DEPT-MASTER
           END-IF
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "DEPT-MAINT: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT DEPT-IN
           IF WS-DEPT-IN-STATUS NOT = "00"
               DISPLAY "DEPT-MAINT: UNABLE TO OPEN DEPTIN, STATUS = "
                   WS-DEPT-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "DEPT-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE DC-ACTION TO CL-ACTION
           MOVE DC-DEPARTMENT TO CL-DEPARTMENT

           IF NOT DC-ACTION-VALID
               MOVE "ACTION IS NOT A, C, D, R OR X -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-MASTER
               EVALUATE TRUE
                   WHEN DC-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN DC-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN DC-ACTION-DEACTIVATE
                       PERFORM 2400-APPLY-DEACTIVATE
                   WHEN DC-ACTION-AUTHORIZE
                       PERFORM 2450-APPLY-AUTHORIZE
                   WHEN DC-ACTION-REMOVE
                       PERFORM 2470-APPLY-REMOVE
               END-EVALUATE
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE DC-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPT-IS-ON-MASTER TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF DEPT-IS-ON-MASTER
               MOVE "ALREADY ON MASTER -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               MOVE SPACES TO DEPT-RECORD
               MOVE DC-DEPARTMENT TO DP-DEPARTMENT
               MOVE DC-NAME TO DP-NAME
               IF DC-STATUS = SPACE
                   SET DP-DEPT-ACTIVE TO TRUE
               ELSE
                   MOVE DC-STATUS TO DP-STATUS
               END-IF
               MOVE DC-CONTACT TO DP-CONTACT
               MOVE DC-ROUTE TO DP-ROUTE
               MOVE ZERO TO DP-AUTH-COUNT
               PERFORM 2500-STAMP-MAINTENANCE
               WRITE DEPT-RECORD
                   INVALID KEY
                       DISPLAY "DEPT-MAINT: DEPTMST WRITE FAILED "
                           "FOR " DP-DEPARTMENT ", STATUS = "
                           WS-DEPT-MASTER-STATUS
               END-WRITE
               IF WS-DEPT-MASTER-STATUS = "00"
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT DEPT-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               IF DC-NAME NOT = SPACES
                   MOVE DC-NAME TO DP-NAME
               END-IF
               IF DC-STATUS NOT = SPACE
                   MOVE DC-STATUS TO DP-STATUS
               END-IF
               IF DC-CONTACT NOT = SPACES
                   MOVE DC-CONTACT TO DP-CONTACT
               END-IF
               IF DC-ROUTE NOT = SPACES
                   MOVE DC-ROUTE TO DP-ROUTE
               END-IF
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2800-REWRITE-MASTER
               IF WS-DEPT-MASTER-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

      *****************************************************************
      * A deactivated department stays on the master -- its old
      * batches still print its name on history and statements --
      * but SUM-EDIT fails any new batch that names it.  Its ranges
      * are kept, so reactivating it with a change card is enough.
      *****************************************************************
       2400-APPLY-DEACTIVATE.
           IF NOT DEPT-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF DP-DEPT-INACTIVE
                   MOVE "ALREADY INACTIVE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   SET DP-DEPT-INACTIVE TO TRUE
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-DEPT-MASTER-STATUS = "00"
                       ADD 1 TO WS-DEACTS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * An authorize card adds one account range to the end of the
      * department's list.  Ranges may overlap -- only an exact
      * repeat is refused -- since overlap does no harm to the check.
      *****************************************************************
       2450-APPLY-AUTHORIZE.
           PERFORM 2550-LOAD-RANGE
           IF NOT DEPT-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-RANGE-FROM = SPACES
                       MOVE "NO FROM ACCOUNT -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN WS-RANGE-FROM > WS-RANGE-TO
                       MOVE "FROM ACCOUNT AFTER TO -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN WS-RANGE-FOUND-IX > ZERO
                       MOVE "RANGE ALREADY AUTHORIZED -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN DP-AUTH-COUNT NOT < 10
                       MOVE "TEN RANGES ALREADY -- CARD REJECTED"
                           TO CL-MESSAGE
               END-EVALUATE
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   ADD 1 TO DP-AUTH-COUNT
                   MOVE WS-RANGE-FROM TO DP-AUTH-FROM(DP-AUTH-COUNT)
                   MOVE WS-RANGE-TO TO DP-AUTH-TO(DP-AUTH-COUNT)
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-DEPT-MASTER-STATUS = "00"
                       ADD 1 TO WS-RANGES-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A remove card takes one range out and closes the gap, so the
      * active ranges always sit in entries 1 thru DP-AUTH-COUNT.
      *****************************************************************
       2470-APPLY-REMOVE.
           PERFORM 2550-LOAD-RANGE
           IF NOT DEPT-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF WS-RANGE-FOUND-IX = ZERO
                   MOVE "RANGE NOT AUTHORIZED -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   PERFORM VARYING WS-RANGE-IX
                           FROM WS-RANGE-FOUND-IX BY 1
                           UNTIL WS-RANGE-IX NOT < DP-AUTH-COUNT
                       MOVE DP-AUTH-RANGE(WS-RANGE-IX + 1)
                           TO DP-AUTH-RANGE(WS-RANGE-IX)
                   END-PERFORM
                   MOVE SPACES TO DP-AUTH-RANGE(DP-AUTH-COUNT)
                   SUBTRACT 1 FROM DP-AUTH-COUNT
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-DEPT-MASTER-STATUS = "00"
                       ADD 1 TO WS-RANGES-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO DP-LAST-MAINT-DATE
           MOVE DC-ACTION TO DP-LAST-MAINT-ACTION.

      *****************************************************************
      * Picks the range off an R/X card (a blank "to" is the one
      * account) and looks for it among the department's ranges;
      * WS-RANGE-FOUND-IX is its entry, or zero.
      *****************************************************************
       2550-LOAD-RANGE.
           MOVE DR-AUTH-FROM TO WS-RANGE-FROM
           IF DR-AUTH-TO = SPACES
               MOVE DR-AUTH-FROM TO WS-RANGE-TO
           ELSE
               MOVE DR-AUTH-TO TO WS-RANGE-TO
           END-IF
           MOVE ZERO TO WS-RANGE-FOUND-IX
           IF DEPT-IS-ON-MASTER
               PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
                       UNTIL WS-RANGE-IX > DP-AUTH-COUNT
                          OR WS-RANGE-FOUND-IX > ZERO
                   IF DP-AUTH-FROM(WS-RANGE-IX) = WS-RANGE-FROM
                           AND DP-AUTH-TO(WS-RANGE-IX) = WS-RANGE-TO
                       MOVE WS-RANGE-IX TO WS-RANGE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2650-WRITE-IMAGE-LINES.
           MOVE DP-DEPARTMENT TO IL-DEPARTMENT
           MOVE DP-NAME TO IL-NAME
           MOVE DP-STATUS TO IL-STATUS
           MOVE DP-CONTACT TO IL-CONTACT
           MOVE DP-ROUTE TO IL-ROUTE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE
           MOVE SPACES TO WS-RANGE-LINE
           MOVE "AUTHORIZED      " TO RL-LABEL
           MOVE ZERO TO WS-RANGE-LINE-IX
           IF DP-AUTH-COUNT IS NOT NUMERIC OR DP-AUTH-COUNT = ZERO
               MOVE "NONE" TO RL-AUTH-FROM(1)
               WRITE MAINT-RPT-RECORD FROM WS-RANGE-LINE
           ELSE
               PERFORM VARYING WS-RANGE-IX FROM 1 BY 1
                       UNTIL WS-RANGE-IX > DP-AUTH-COUNT
                   ADD 1 TO WS-RANGE-LINE-IX
                   MOVE DP-AUTH-FROM(WS-RANGE-IX)
                       TO RL-AUTH-FROM(WS-RANGE-LINE-IX)
                   MOVE "-" TO RL-DASH(WS-RANGE-LINE-IX)
                   MOVE DP-AUTH-TO(WS-RANGE-IX)
                       TO RL-AUTH-TO(WS-RANGE-LINE-IX)
                   IF WS-RANGE-LINE-IX = 5
                           OR WS-RANGE-IX = DP-AUTH-COUNT
                       WRITE MAINT-RPT-RECORD FROM WS-RANGE-LINE
                       MOVE SPACES TO WS-RANGE-LINE
                       MOVE ZERO TO WS-RANGE-LINE-IX
                   END-IF
               END-PERFORM
           END-IF.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2800-REWRITE-MASTER.
           REWRITE DEPT-RECORD
               INVALID KEY
                   DISPLAY "DEPT-MAINT: DEPTMST REWRITE FAILED FOR "
                       DP-DEPARTMENT ", STATUS = "
                       WS-DEPT-MASTER-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "DEPT-MAINT: CARD " WS-CARDS-READ
               " FOR DEPARTMENT " DC-DEPARTMENT " REJECTED -- "
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
               WS-DEPT-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DEACTS-APPLIED TO TO-DEACTS
               MOVE WS-RANGES-APPLIED TO TO-RANGES
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "DEPT-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DEACTIVATED = " WS-DEACTS-APPLIED
               "  RANGES = " WS-RANGES-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ DEPT-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE DEPT-MASTER
           IF WS-DEPT-IN-STATUS = "00" OR "10"
               CLOSE DEPT-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
