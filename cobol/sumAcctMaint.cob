      *
      * One card per action, columns:
      *   col   1      action           "A" add, "C" change,
      *                                 "D" deactivate, "L" limits
      *   cols  2-7    GL account code
      *   cols  8-37   description
      *   col  38      status           "A"/"I"; blank on an add
      *                                 ended (add/change) or expire
      *                                 today (deactivate)
      *
      * A limits card ("L") sets the account's posting limits and
      * uses its own columns after the code:
      *   cols  8-16   item limit       9(7)V99, no point -- the
      *                                 largest single item the
      *                                 account may take
      *   cols 17-25   daily limit      9(7)V99, no point -- the most
      *                                 it may take in one night
      * A blank limit leaves it alone; all zeros removes it.  Items
      * over either limit are held for approval, not posted (see
      * ACCTREC.cpy).  An add starts the account with no limits.
      *
      * Every card, whatever its action, is signed off in the same
      * columns:
      *   cols 65-72   requester ID     who asked for the change
      *   cols 73-80   approver ID      who approved it
      * Both must be active on the authorized-user file
      * PROD.SUM.AUTH.USERS (see AUTHREC.cpy), they must differ, and
      * the approver must hold GL account authority.  A card that
      * fails any of these is refused before the master is read.
      * Every card -- applied, refused or rejected -- is written to
      * the security log PROD.SUM.SECURITY.LOG (see SECLOG.cpy).  A
      * card to be applied is logged before the master is touched;
      * if the log will not take it the card is refused, the master
      * is left alone and the run stops RETURN-CODE 16.  If either
      * file cannot be opened no card is applied and the run ends
      * RETURN-CODE 16.
      *
      * An add for a code already on the master, or a change or
      * deactivate for one that is not, is rejected and reported --
      * the master is never silently overwritten.  RETURN-CODE 4
      * when any card was rejected or refused, so a mis-keyed deck
      * shows up on the morning check.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

               SELECT AUTH-USERS ASSIGN TO AUTHUSR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AU-USER-ID
                   FILE STATUS IS WS-AUTH-USERS-STATUS.

               SELECT SECURITY-LOG ASSIGN TO SECLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER
               88  MC-ACTION-ADD               VALUE "A".
               88  MC-ACTION-CHANGE            VALUE "C".
               88  MC-ACTION-DEACTIVATE        VALUE "D".
               88  MC-ACTION-LIMITS            VALUE "L".
               88  MC-ACTION-VALID             VALUE "A" "C" "D" "L".
           05  MC-GL-ACCOUNT           PIC X(6).
           05  MC-DESCRIPTION          PIC X(30).
           05  MC-STATUS               PIC X.
           05  MC-EFFECTIVE-DATE       PIC X(8).
           05  MC-EXPIRY-DATE          PIC X(8).
           05  FILLER                  PIC X(10).
           05  MC-REQUESTER-ID         PIC X(8).
           05  MC-APPROVER-ID          PIC X(8).
       01  MAINT-LIMIT-RECORD.
           05  ML-ACTION               PIC X.
           05  ML-GL-ACCOUNT           PIC X(6).
           05  ML-ITEM-LIMIT           PIC 9(7)V99.
           05  ML-ITEM-LIMIT-X REDEFINES ML-ITEM-LIMIT
                                       PIC X(9).
           05  ML-DAILY-LIMIT          PIC 9(7)V99.
           05  ML-DAILY-LIMIT-X REDEFINES ML-DAILY-LIMIT
                                       PIC X(9).
           05  FILLER                  PIC X(39).
           05  ML-REQUESTER-ID         PIC X(8).
           05  ML-APPROVER-ID          PIC X(8).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       FD  AUTH-USERS
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUTHREC.

       FD  SECURITY-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-MASTER-STATUS   PIC X(2).
           05  WS-MAINT-IN-STATUS      PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).
           05  WS-AUTH-USERS-STATUS    PIC X(2).
           05  WS-SECURITY-LOG-STATUS  PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  ACCT-IS-ON-MASTER           VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".
           05  WS-CARD-REFUSED-SW      PIC X(1) VALUE "N".
               88  CARD-REFUSED                VALUE "Y".
           05  WS-AUTH-USER-FOUND-SW   PIC X(1) VALUE "N".
               88  AUTH-USER-FOUND             VALUE "Y".
           05  WS-AUTH-USERS-OPEN-SW   PIC X(1) VALUE "N".
               88  AUTH-USERS-OPEN             VALUE "Y".
           05  WS-CHANGE-CLEARED-SW    PIC X(1) VALUE "N".
               88  CHANGE-CLEARED              VALUE "Y".
           05  WS-CARD-LOGGED-SW       PIC X(1) VALUE "N".
               88  CARD-LOGGED                 VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-DEACTS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-LIMITS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REFUSED        PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "GL ACCOUNT MASTER MAINTENANCE REPORT".
           05  IL-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC X(9) VALUE "  EXPIRY ".
           05  IL-EXPIRY-DATE          PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  ITEM ".
           05  IL-ITEM-LIMIT           PIC ZZZZZZ9.99.
           05  IL-ITEM-LIMIT-X REDEFINES IL-ITEM-LIMIT
                                       PIC X(10).
           05  FILLER                  PIC X(6) VALUE "  DAY ".
           05  IL-DAILY-LIMIT          PIC ZZZZZZ9.99.
           05  IL-DAILY-LIMIT-X REDEFINES IL-DAILY-LIMIT
                                       PIC X(10).

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(15)
                   VALUE "  DEACTIVATED  ".
           05  TO-DEACTS               PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  LIMITS  ".
           05  TO-LIMITS               PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED  ".
           05  TO-REJECTED             PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED  ".
           05  TO-REFUSED              PIC ZZZZ9.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           END-IF

           OPEN INPUT AUTH-USERS
           IF WS-AUTH-USERS-STATUS = "00"
               SET AUTH-USERS-OPEN TO TRUE
           ELSE
               DISPLAY "ACCT-MAINT: UNABLE TO OPEN AUTHUSR, STATUS = "
                   WS-AUTH-USERS-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECURITY-LOG-STATUS NOT = "00"
               DISPLAY "ACCT-MAINT: UNABLE TO OPEN SECLOG, STATUS = "
                   WS-SECURITY-LOG-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF.

       2000-PROCESS-CARD.
           MOVE "N" TO WS-CARD-REJECTED-SW
           MOVE "N" TO WS-CARD-REFUSED-SW
           MOVE "N" TO WS-CHANGE-CLEARED-SW
           MOVE "N" TO WS-CARD-LOGGED-SW
           MOVE SPACES TO CL-MESSAGE
           MOVE WS-CARDS-READ TO CL-CARD-NO
           MOVE MC-ACTION TO CL-ACTION
           MOVE MC-GL-ACCOUNT TO CL-GL-ACCOUNT

           PERFORM 2050-CHECK-SIGN-OFF
           EVALUATE TRUE
               WHEN CARD-REFUSED
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   DISPLAY "ACCT-MAINT: CARD " WS-CARDS-READ
                       " FOR ACCOUNT " MC-GL-ACCOUNT " REFUSED -- "
                       CL-MESSAGE
               WHEN NOT MC-ACTION-VALID
                   MOVE "ACTION IS NOT A, C, D OR L -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
               WHEN OTHER
                   PERFORM 2100-READ-MASTER
                   EVALUATE TRUE
                       WHEN MC-ACTION-ADD
                           PERFORM 2200-APPLY-ADD
                       WHEN MC-ACTION-CHANGE
                           PERFORM 2300-APPLY-CHANGE
                       WHEN MC-ACTION-DEACTIVATE
                           PERFORM 2400-APPLY-DEACTIVATE
                       WHEN MC-ACTION-LIMITS
                           PERFORM 2450-APPLY-LIMITS
                   END-EVALUATE
           END-EVALUATE
           IF NOT CARD-LOGGED
               PERFORM 2980-LOG-CARD
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF.

      *****************************************************************
      * Maker/checker: the card must name who asked for it and a
      * different, active user with GL account authority who signed
      * it off.  The first failure found is the reason given.
      *****************************************************************
       2050-CHECK-SIGN-OFF.
           EVALUATE TRUE
               WHEN MC-REQUESTER-ID = SPACES
                   MOVE "NO REQUESTER ID -- CARD REFUSED" TO CL-MESSAGE
               WHEN MC-APPROVER-ID = SPACES
                   MOVE "NOT APPROVED -- CARD REFUSED" TO CL-MESSAGE
               WHEN MC-APPROVER-ID = MC-REQUESTER-ID
                   MOVE "SELF-APPROVED -- CARD REFUSED" TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE = SPACES
               MOVE MC-REQUESTER-ID TO AU-USER-ID
               PERFORM 2060-READ-AUTH-USER
               IF NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                   MOVE "REQUESTER NOT ACTIVE USER -- CARD REFUSED"
                       TO CL-MESSAGE
               END-IF
           END-IF
           IF CL-MESSAGE = SPACES
               MOVE MC-APPROVER-ID TO AU-USER-ID
               PERFORM 2060-READ-AUTH-USER
               EVALUATE TRUE
                   WHEN NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                       MOVE "APPROVER NOT ACTIVE USER -- CARD REFUSED"
                           TO CL-MESSAGE
                   WHEN NOT AU-MAY-APPROVE-ACCOUNT
                       MOVE "APPROVER LACKS AUTHORITY -- CARD REFUSED"
                           TO CL-MESSAGE
               END-EVALUATE
           END-IF
           IF CL-MESSAGE NOT = SPACES
               SET CARD-REFUSED TO TRUE
               ADD 1 TO WS-CARDS-REFUSED
           END-IF.

       2060-READ-AUTH-USER.
           MOVE "N" TO WS-AUTH-USER-FOUND-SW
           READ AUTH-USERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-USER-FOUND TO TRUE
           END-READ.

       2100-READ-MASTER.
           MOVE "N" TO WS-ACCT-FOUND-SW
                   MOVE MC-EFFECTIVE-DATE TO AM-EFFECTIVE-DATE
               END-IF
               MOVE MC-EXPIRY-DATE TO AM-EXPIRY-DATE
               MOVE ZERO TO AM-ITEM-LIMIT
               MOVE ZERO TO AM-DAILY-LIMIT
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2970-LOG-BEFORE-UPDATE
               IF CHANGE-CLEARED
                   WRITE ACCT-RECORD
                       INVALID KEY
                           DISPLAY "ACCT-MAINT: ACCTMST WRITE FAILED "
                               "FOR " AM-GL-ACCOUNT ", STATUS = "
                               WS-ACCT-MASTER-STATUS
                   END-WRITE
                   IF WS-ACCT-MASTER-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

                   MOVE MC-EXPIRY-DATE TO AM-EXPIRY-DATE
               END-IF
               PERFORM 2500-STAMP-MAINTENANCE
               PERFORM 2970-LOG-BEFORE-UPDATE
               IF CHANGE-CLEARED
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-ACCT-MASTER-STATUS = "00"
                       ADD 1 TO WS-CHANGES-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

                       MOVE MC-EXPIRY-DATE TO AM-EXPIRY-DATE
                   END-IF
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2970-LOG-BEFORE-UPDATE
                   IF CHANGE-CLEARED
                       PERFORM 2800-REWRITE-MASTER
                       IF WS-ACCT-MASTER-STATUS = "00"
                           ADD 1 TO WS-DEACTS-APPLIED
                           PERFORM 2700-WRITE-AFTER-IMAGE
                       ELSE
                           PERFORM 2950-REPORT-IO-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A limits card touches nothing but the two posting limits.  A
      * limit that is neither blank nor all digits rejects the whole
      * card before the master is touched.
      *****************************************************************
       2450-APPLY-LIMITS.
           IF NOT ACCT-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF (ML-ITEM-LIMIT-X NOT = SPACES
                       AND ML-ITEM-LIMIT IS NOT NUMERIC)
                   OR (ML-DAILY-LIMIT-X NOT = SPACES
                       AND ML-DAILY-LIMIT IS NOT NUMERIC)
                   MOVE "LIMIT NOT NUMERIC -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   IF ML-ITEM-LIMIT-X NOT = SPACES
                       MOVE ML-ITEM-LIMIT TO AM-ITEM-LIMIT
                   END-IF
                   IF ML-DAILY-LIMIT-X NOT = SPACES
                       MOVE ML-DAILY-LIMIT TO AM-DAILY-LIMIT
                   END-IF
                   PERFORM 2500-STAMP-MAINTENANCE
                   PERFORM 2970-LOG-BEFORE-UPDATE
                   IF CHANGE-CLEARED
                       PERFORM 2800-REWRITE-MASTER
                       IF WS-ACCT-MASTER-STATUS = "00"
                           ADD 1 TO WS-LIMITS-APPLIED
                           PERFORM 2700-WRITE-AFTER-IMAGE
                       ELSE
                           PERFORM 2950-REPORT-IO-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE AM-DESCRIPTION TO IL-DESCRIPTION
           MOVE AM-STATUS TO IL-STATUS
           MOVE AM-EFFECTIVE-DATE TO IL-EFFECTIVE-DATE
           MOVE AM-EXPIRY-DATE TO IL-EXPIRY-DATE
           IF AM-ITEM-LIMIT IS NUMERIC AND AM-ITEM-LIMIT > ZERO
               MOVE AM-ITEM-LIMIT TO IL-ITEM-LIMIT
           ELSE
               MOVE "      NONE" TO IL-ITEM-LIMIT-X
           END-IF
           IF AM-DAILY-LIMIT IS NUMERIC AND AM-DAILY-LIMIT > ZERO
               MOVE AM-DAILY-LIMIT TO IL-DAILY-LIMIT
           ELSE
               MOVE "      NONE" TO IL-DAILY-LIMIT-X
           END-IF.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

      *****************************************************************
      * A card that has passed sign-off and every check is logged
      * before the master is written: the WRITE or REWRITE is made
      * only if the log took the record, so no change goes on the
      * master unlogged.
      *****************************************************************
       2970-LOG-BEFORE-UPDATE.
           PERFORM 2980-LOG-CARD
           IF WS-SECURITY-LOG-STATUS = "00"
               SET CHANGE-CLEARED TO TRUE
           ELSE
               PERFORM 2990-REFUSE-UNLOGGED
           END-IF.

      *****************************************************************
      * One security-log record per card, whatever became of it.  A
      * log that will not take the record stops the run -- no more
      * cards are applied than can be accounted for.
      *****************************************************************
       2980-LOG-CARD.
           SET CARD-LOGGED TO TRUE
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO SG-TIMESTAMP
           MOVE "ACCT-MAINT" TO SG-PROGRAM
           SET SG-KIND-ACCOUNT TO TRUE
           EVALUATE TRUE
               WHEN CARD-REFUSED
                   SET SG-RESULT-CONTROL TO TRUE
               WHEN CARD-REJECTED
                   SET SG-RESULT-REJECTED TO TRUE
               WHEN OTHER
                   SET SG-RESULT-APPLIED TO TRUE
           END-EVALUATE
           MOVE MC-REQUESTER-ID TO SG-REQUESTER-ID
           MOVE MC-APPROVER-ID TO SG-APPROVER-ID
           MOVE WS-CARDS-READ TO SG-CARD-NO
           MOVE MC-GL-ACCOUNT TO SG-SUBJECT
           MOVE CL-MESSAGE TO SG-REASON
           MOVE MAINT-IN-RECORD TO SG-CARD-IMAGE
           WRITE SECURITY-LOG-RECORD
           IF WS-SECURITY-LOG-STATUS NOT = "00"
               DISPLAY "ACCT-MAINT: SECLOG WRITE FAILED FOR CARD "
                   WS-CARDS-READ ", STATUS = " WS-SECURITY-LOG-STATUS
                   " -- NO FURTHER CARDS APPLIED"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF.

      *****************************************************************
      * The log would not take the record of a card cleared to
      * apply, so the master is left as it was and the card is
      * refused.  The card line itself already printed.
      *****************************************************************
       2990-REFUSE-UNLOGGED.
           SET CARD-REFUSED TO TRUE
           ADD 1 TO WS-CARDS-REFUSED
           MOVE "SECLOG WRITE FAILED -- CARD REFUSED" TO CL-MESSAGE
           MOVE CL-MESSAGE TO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE
           DISPLAY "ACCT-MAINT: CARD " WS-CARDS-READ " FOR ACCOUNT "
               MC-GL-ACCOUNT " REFUSED -- " CL-MESSAGE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-DEACTS-APPLIED TO TO-DEACTS
               MOVE WS-LIMITS-APPLIED TO TO-LIMITS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               MOVE WS-CARDS-REFUSED TO TO-REFUSED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "ACCT-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  DEACTIVATED = " WS-DEACTS-APPLIED
               "  LIMITS = " WS-LIMITS-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED
               "  REFUSED = " WS-CARDS-REFUSED.

       8000-READ-CARD.
           READ MAINT-IN
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF AUTH-USERS-OPEN
               CLOSE AUTH-USERS
           END-IF
           IF WS-SECURITY-LOG-STATUS = "00"
               CLOSE SECURITY-LOG
           END-IF
           IF (WS-CARDS-REJECTED > ZERO OR WS-CARDS-REFUSED > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
