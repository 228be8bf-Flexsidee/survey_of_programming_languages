       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-MAINT.
      *****************************************************************
      * Authorized-user maintenance.  Applies USERIN cards to the
      * keyed authorized-user file PROD.SUM.AUTH.USERS (see
      * AUTHREC.cpy) and prints a before/after maintenance report,
      * the same way DEPT-MAINT keeps the department master.
      *
      * One card per action:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" deactivate
      *   cols  2-9    user ID
      *   cols 10-39   name
      *   col  40      status           "A"/"I"; blank on an add
      *                                 means active, blank on a
      *                                 change leaves it alone
      *   col  41      may approve GL account maintenance   "Y"/"N"
      *   col  42      may approve suspense corrections     "Y"/"N"
      *   col  43      may approve backouts                 "Y"/"N"
      * A blank authority column means "N" on an add and leaves it
      * alone on a change; a blank name on a change leaves it alone.
      *
      * An add for a user already on the file, a card for one that
      * is not, or an authority column that is not Y, N or blank is
      * rejected and reported.  RETURN-CODE 4 when any card was
      * rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUTH-USERS ASSIGN TO AUTHUSR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AU-USER-ID
                   FILE STATUS IS WS-AUTH-USERS-STATUS.

               SELECT USER-IN ASSIGN TO USERIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-USER-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-USERS
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUTHREC.

       FD  USER-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  USER-IN-RECORD.
           05  UC-ACTION               PIC X.
               88  UC-ACTION-ADD               VALUE "A".
               88  UC-ACTION-CHANGE            VALUE "C".
               88  UC-ACTION-DEACTIVATE        VALUE "D".
               88  UC-ACTION-VALID             VALUE "A" "C" "D".
           05  UC-USER-ID              PIC X(8).
           05  UC-NAME                 PIC X(30).
           05  UC-STATUS               PIC X.
               88  UC-STATUS-VALID             VALUE "A" "I" " ".
           05  UC-APPROVE-ACCOUNT      PIC X.
               88  UC-ACCOUNT-VALID            VALUE "Y" "N" " ".
           05  UC-APPROVE-SUSPENSE     PIC X.
               88  UC-SUSPENSE-VALID           VALUE "Y" "N" " ".
           05  UC-APPROVE-BACKOUT      PIC X.
               88  UC-BACKOUT-VALID            VALUE "Y" "N" " ".
           05  FILLER                  PIC X(37).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUTH-USERS-STATUS    PIC X(2).
           05  WS-USER-IN-STATUS       PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-USER-FOUND-SW        PIC X(1) VALUE "N".
               88  USER-IS-ON-FILE             VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DEACTS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "AUTHORIZED USER MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(8) VALUE "  USER ".
           05  CL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-NAME                 PIC X(30).
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  IL-STATUS               PIC X.
           05  FILLER                  PIC X(16)
                   VALUE "  APPROVE ACCT ".
           05  IL-APPROVE-ACCOUNT      PIC X.
           05  FILLER                  PIC X(7) VALUE "  SUSP ".
           05  IL-APPROVE-SUSPENSE     PIC X.
           05  FILLER                  PIC X(7) VALUE "  BACK ".
           05  IL-APPROVE-BACKOUT      PIC X.

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(16)
                   VALUE "USER NOT ON FILE".

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

           OPEN I-O AUTH-USERS
           IF WS-AUTH-USERS-STATUS = "35"
               DISPLAY "USER-MAINT: NO AUTHORIZED-USER FILE YET -- "
                   "STARTING ONE"
               OPEN OUTPUT AUTH-USERS
               CLOSE AUTH-USERS
               OPEN I-O AUTH-USERS
           END-IF
           IF WS-AUTH-USERS-STATUS NOT = "00"
               DISPLAY "USER-MAINT: UNABLE TO OPEN AUTHUSR, STATUS = "
                   WS-AUTH-USERS-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT USER-IN
           IF WS-USER-IN-STATUS NOT = "00"
               DISPLAY "USER-MAINT: UNABLE TO OPEN USERIN, STATUS = "
                   WS-USER-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "USER-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE UC-ACTION TO CL-ACTION
           MOVE UC-USER-ID TO CL-USER-ID

           EVALUATE TRUE
               WHEN NOT UC-ACTION-VALID
                   MOVE "ACTION IS NOT A, C OR D -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN UC-USER-ID = SPACES
                   MOVE "NO USER ID -- CARD REJECTED" TO CL-MESSAGE
               WHEN NOT UC-STATUS-VALID
                   MOVE "STATUS IS NOT A, I OR BLANK -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN NOT UC-ACCOUNT-VALID
                       OR NOT UC-SUSPENSE-VALID
                       OR NOT UC-BACKOUT-VALID
                   MOVE "AUTHORITY IS NOT Y, N OR BLANK -- REJECTED"
                       TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE NOT = SPACES
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-FILE
               EVALUATE TRUE
                   WHEN UC-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN UC-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN UC-ACTION-DEACTIVATE
                       PERFORM 2400-APPLY-DEACTIVATE
               END-EVALUATE
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-FILE.
           MOVE "N" TO WS-USER-FOUND-SW
           MOVE UC-USER-ID TO AU-USER-ID
           READ AUTH-USERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET USER-IS-ON-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF USER-IS-ON-FILE
               MOVE "ALREADY ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               MOVE SPACES TO AUTH-USER-RECORD
               MOVE UC-USER-ID TO AU-USER-ID
               MOVE UC-NAME TO AU-USER-NAME
               IF UC-STATUS = SPACE
                   SET AU-USER-ACTIVE TO TRUE
               ELSE
                   MOVE UC-STATUS TO AU-STATUS
               END-IF
               MOVE "N" TO AU-APPROVE-ACCOUNT
               MOVE "N" TO AU-APPROVE-SUSPENSE
               MOVE "N" TO AU-APPROVE-BACKOUT
               PERFORM 2550-APPLY-AUTHORITY
               PERFORM 2500-STAMP-MAINTENANCE
               WRITE AUTH-USER-RECORD
                   INVALID KEY
                       DISPLAY "USER-MAINT: AUTHUSR WRITE FAILED "
                           "FOR " AU-USER-ID ", STATUS = "
                           WS-AUTH-USERS-STATUS
               END-WRITE
               IF WS-AUTH-USERS-STATUS = "00"
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF NOT USER-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               IF UC-NAME NOT = SPACES
                   MOVE UC-NAME TO AU-USER-NAME
               END-IF
               IF UC-STATUS NOT = SPACE
                   MOVE UC-STATUS TO AU-STATUS
               END-IF
               PERFORM 2550-APPLY-AUTHORITY
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2800-REWRITE-FILE
               IF WS-AUTH-USERS-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

      *****************************************************************
      * A deactivated user stays on the file -- the security log
      * still names them on past changes -- but can no longer request
      * or approve anything.  A change card with status "A" brings
      * them back with the authorities they had.
      *****************************************************************
       2400-APPLY-DEACTIVATE.
           IF NOT USER-IS-ON-FILE
               MOVE "NOT ON FILE -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF AU-USER-INACTIVE
                   MOVE "ALREADY INACTIVE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   SET AU-USER-INACTIVE TO TRUE
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-FILE
                   IF WS-AUTH-USERS-STATUS = "00"
                       ADD 1 TO WS-DEACTS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

       2500-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO AU-LAST-MAINT-DATE
           MOVE UC-ACTION TO AU-LAST-MAINT-ACTION.

       2550-APPLY-AUTHORITY.
           IF UC-APPROVE-ACCOUNT NOT = SPACE
               MOVE UC-APPROVE-ACCOUNT TO AU-APPROVE-ACCOUNT
           END-IF
           IF UC-APPROVE-SUSPENSE NOT = SPACE
               MOVE UC-APPROVE-SUSPENSE TO AU-APPROVE-SUSPENSE
           END-IF
           IF UC-APPROVE-BACKOUT NOT = SPACE
               MOVE UC-APPROVE-BACKOUT TO AU-APPROVE-BACKOUT
           END-IF.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2650-WRITE-IMAGE-LINE.
           MOVE AU-USER-ID TO IL-USER-ID
           MOVE AU-USER-NAME TO IL-NAME
           MOVE AU-STATUS TO IL-STATUS
           MOVE AU-APPROVE-ACCOUNT TO IL-APPROVE-ACCOUNT
           MOVE AU-APPROVE-SUSPENSE TO IL-APPROVE-SUSPENSE
           MOVE AU-APPROVE-BACKOUT TO IL-APPROVE-BACKOUT
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2800-REWRITE-FILE.
           REWRITE AUTH-USER-RECORD
               INVALID KEY
                   DISPLAY "USER-MAINT: AUTHUSR REWRITE FAILED FOR "
                       AU-USER-ID ", STATUS = "
                       WS-AUTH-USERS-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "USER-MAINT: CARD " WS-CARDS-READ
               " FOR USER " UC-USER-ID " REJECTED -- "
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
           STRING "FILE WRITE FAILED, STATUS "
               WS-AUTH-USERS-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DEACTS-APPLIED TO TO-DEACTS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "USER-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DEACTIVATED = " WS-DEACTS-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ USER-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE AUTH-USERS
           IF WS-USER-IN-STATUS = "00" OR "10"
               CLOSE USER-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
