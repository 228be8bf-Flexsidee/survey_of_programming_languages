      *   cols  6-13   creation date    batch requests
      *   cols 14-16   batch number     batch requests
      *   cols 17-23   transaction id   single-transaction requests
      *   cols 65-72   requester ID     who asked for the backout
      *   cols 73-80   approver ID      who approved it
      *
      * Maker/checker: requester and approver must both be active on
      * the authorized-user file PROD.SUM.AUTH.USERS (see
      * AUTHREC.cpy), they must differ, and the approver must hold
      * backout authority -- otherwise the card is refused and
      * nothing is touched.  Every card, refused, rejected or
      * actioned, is written to the security log
      * PROD.SUM.SECURITY.LOG (see SECLOG.cpy) -- a backout before
      * anything is backed out, so none is applied unlogged; if
      * either file cannot be opened, or the log will not take a
      * record, no further card is actioned and the run ends
      * RETURN-CODE 16.
      *
      * A batch request must name a batch on the run register --
      * anything else is rejected, the desk cannot back out what
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REV-RPT-STATUS.

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
       FD  BACKOUT-IN
           05  BK-CREATE-DATE          PIC X(8).
           05  BK-BATCH-NO             PIC 9(3).
           05  BK-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(41).
           05  BK-REQUESTER-ID         PIC X(8).
           05  BK-APPROVER-ID          PIC X(8).

       FD  RUN-REGISTER
           RECORDING MODE IS F
           05  RG-POSTED-TIMESTAMP     PIC X(14).

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
      * Offsetting extract, same fixed-width shape the GL loader
           RECORD CONTAINS 132 CHARACTERS.
       01  REV-RPT-RECORD              PIC X(132).

       FD  AUTH-USERS
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUTHREC.

       FD  SECURITY-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BACKOUT-IN-STATUS    PIC X(2).
           05  WS-REV-EXTRACT-STATUS   PIC X(2).
           05  WS-AUDIT-LOG-STATUS     PIC X(2).
           05  WS-REV-RPT-STATUS       PIC X(2).
           05  WS-AUTH-USERS-STATUS    PIC X(2).
           05  WS-SECURITY-LOG-STATUS  PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  A-REQUEST-FAILED            VALUE "Y".
           05  WS-REGISTER-MISS-SW     PIC X(1) VALUE "N".
               88  A-BATCH-NOT-REGISTERED      VALUE "Y".
           05  WS-CARD-REFUSED-SW      PIC X(1) VALUE "N".
               88  CARD-REFUSED                VALUE "Y".
           05  WS-AUTH-USER-FOUND-SW   PIC X(1) VALUE "N".
               88  AUTH-USER-FOUND             VALUE "Y".
           05  WS-AUTH-USERS-OPEN-SW   PIC X(1) VALUE "N".
               88  AUTH-USERS-OPEN             VALUE "Y".
           05  WS-BACKOUT-CLEARED-SW   PIC X(1) VALUE "N".
               88  BACKOUT-CLEARED             VALUE "Y".
           05  WS-CARD-LOGGED-SW       PIC X(1) VALUE "N".
               88  CARD-LOGGED                 VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-POSTED-TIMESTAMP         PIC X(14) VALUE SPACES.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-REVERSED       PIC 9(7) VALUE ZERO.
           05  WS-CARD-REVERSED        PIC 9(7) VALUE ZERO.
           05  WS-BATCH-OPEN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-REVERSED     PIC 9(7) VALUE ZERO.
           05  WS-CARDS-REFUSED        PIC 9(5) VALUE ZERO.

       01  WS-REVERSED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-CARD-AMOUNT              PIC S9(9)V99 VALUE ZERO.
               WRITE REV-RPT-RECORD FROM WS-BLANK-LINE
           END-IF

           OPEN INPUT AUTH-USERS
           IF WS-AUTH-USERS-STATUS = "00"
               SET AUTH-USERS-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-REVERSE: UNABLE TO OPEN AUTHUSR, "
                   "STATUS = " WS-AUTH-USERS-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECURITY-LOG-STATUS NOT = "00"
               DISPLAY "SUM-REVERSE: UNABLE TO OPEN SECLOG, "
                   "STATUS = " WS-SECURITY-LOG-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF.
           MOVE ZERO TO WS-CARD-REVERSED
           MOVE ZERO TO WS-CARD-AMOUNT
           MOVE WS-CARDS-READ TO RQ-CARD-NO
           MOVE SPACES TO RQ-DESCRIPTION
           MOVE SPACES TO RQ-MESSAGE
           MOVE "N" TO WS-CARD-REFUSED-SW
           MOVE "N" TO WS-BACKOUT-CLEARED-SW
           MOVE "N" TO WS-CARD-LOGGED-SW
           PERFORM 2050-CHECK-SIGN-OFF
           EVALUATE TRUE
               WHEN CARD-REFUSED
                   STRING "REQUESTER " BK-REQUESTER-ID
                       " APPROVER " BK-APPROVER-ID
                       DELIMITED BY SIZE INTO RQ-DESCRIPTION
                   SET A-REQUEST-FAILED TO TRUE
                   WRITE REV-RPT-RECORD FROM WS-REQUEST-LINE
                   DISPLAY "SUM-REVERSE: CARD " WS-CARDS-READ
                       " REFUSED -- " RQ-MESSAGE
               WHEN BK-BATCH-REQUEST
                   PERFORM 2100-REVERSE-BATCH
               WHEN BK-TRANS-REQUEST
                   SET A-REQUEST-FAILED TO TRUE
                   WRITE REV-RPT-RECORD FROM WS-REQUEST-LINE
           END-EVALUATE
           IF NOT CARD-LOGGED
               PERFORM 2980-LOG-CARD
           END-IF
           WRITE REV-RPT-RECORD FROM WS-BLANK-LINE
           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF.

      *****************************************************************
      * Maker/checker: the card must name who asked for the backout
      * and a different, active user with backout authority who
      * signed it off.  The first failure found is the reason given.
      *****************************************************************
       2050-CHECK-SIGN-OFF.
           EVALUATE TRUE
               WHEN BK-REQUESTER-ID = SPACES
                   MOVE "NO REQUESTER ID -- REFUSED" TO RQ-MESSAGE
               WHEN BK-APPROVER-ID = SPACES
                   MOVE "NOT APPROVED -- REFUSED" TO RQ-MESSAGE
               WHEN BK-APPROVER-ID = BK-REQUESTER-ID
                   MOVE "SELF-APPROVED -- REFUSED" TO RQ-MESSAGE
           END-EVALUATE
           IF RQ-MESSAGE = SPACES
               MOVE BK-REQUESTER-ID TO AU-USER-ID
               PERFORM 2060-READ-AUTH-USER
               IF NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                   MOVE "REQUESTER NOT ACTIVE USER -- REFUSED"
                       TO RQ-MESSAGE
               END-IF
           END-IF
           IF RQ-MESSAGE = SPACES
               MOVE BK-APPROVER-ID TO AU-USER-ID
               PERFORM 2060-READ-AUTH-USER
               EVALUATE TRUE
                   WHEN NOT AUTH-USER-FOUND OR NOT AU-USER-ACTIVE
                       MOVE "APPROVER NOT ACTIVE USER -- REFUSED"
                           TO RQ-MESSAGE
                   WHEN NOT AU-MAY-APPROVE-BACKOUT
                       MOVE "APPROVER LACKS AUTHORITY -- REFUSED"
                           TO RQ-MESSAGE
               END-EVALUATE
           END-IF
           IF RQ-MESSAGE NOT = SPACES
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

      *****************************************************************
      * A batch backout must name a batch the run register says
      * identity and not already reversed is backed out.  The master
      * is scanned front to back -- the batch's records are keyed by
      * transaction identifier, not batch, so there is no shortcut.
      * A first pass counts what is still open, so a batch with
      * something to back out is logged before the second pass
      * touches it.
      *****************************************************************
       2100-REVERSE-BATCH.
           STRING "BACK OUT BATCH " BK-BATCH-NO " DEPT "
                   " DEPT " BK-DEPARTMENT " CREATED " BK-CREATE-DATE
                   " IS NOT ON THE RUN REGISTER -- REJECTED ***"
           ELSE
               PERFORM 2170-COUNT-OPEN-BATCH-RECORDS
               IF WS-BATCH-OPEN-COUNT > ZERO
                   SET BACKOUT-CLEARED TO TRUE
                   PERFORM 2980-LOG-CARD
               END-IF
               IF BACKOUT-CLEARED AND WS-SECURITY-LOG-STATUS NOT = "00"
                   PERFORM 2990-REFUSE-UNLOGGED
               ELSE
                   WRITE REV-RPT-RECORD FROM WS-REQUEST-LINE
                   PERFORM 2160-SCAN-MASTER-FOR-BATCH
                   IF WS-CARD-REVERSED = ZERO
                       MOVE "NO OPEN RECORDS MATCHED" TO RQ-MESSAGE
                       SET A-REQUEST-FAILED TO TRUE
                       DISPLAY "SUM-REVERSE: BATCH REQUEST MATCHED NO "
                           "UNREVERSED RECORDS"
                   END-IF
                   MOVE WS-CARD-REVERSED TO CT-ITEMS
                   MOVE WS-CARD-AMOUNT TO CT-AMOUNT
                   WRITE REV-RPT-RECORD FROM WS-CARD-TOTAL-LINE
               END-IF
           END-IF.

       2150-CHECK-RUN-REGISTER.
               END-READ
           END-PERFORM.

       2170-COUNT-OPEN-BATCH-RECORDS.
           MOVE ZERO TO WS-BATCH-OPEN-COUNT
           MOVE "N" TO WS-END-OF-MASTER-SW
           MOVE ZERO TO TM-TRANS-ID
           START TOTALS-MASTER KEY >= TM-TRANS-ID
               INVALID KEY
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ TOTALS-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-END-OF-MASTER-SW
                   NOT AT END
                       IF TM-DEPARTMENT = BK-DEPARTMENT
                               AND TM-CREATE-DATE = BK-CREATE-DATE
                               AND TM-BATCH-NO = BK-BATCH-NO
                               AND NOT TM-ITEM-REVERSED
                           ADD 1 TO WS-BATCH-OPEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * A single transaction still open is logged before it is
      * backed out; one missing or already reversed is only logged.
      *****************************************************************
       2200-REVERSE-ONE-TRANS.
           MOVE SPACES TO WS-POSTED-TIMESTAMP
           STRING "BACK OUT TRANSACTION " BK-TRANS-ID
                       " NOT ON TOTMAST -- REJECTED"
               NOT INVALID KEY
                   PERFORM 2250-FIND-POSTING-TIMESTAMP
                   IF NOT TM-ITEM-REVERSED
                       SET BACKOUT-CLEARED TO TRUE
                       PERFORM 2980-LOG-CARD
                   END-IF
                   IF BACKOUT-CLEARED
                           AND WS-SECURITY-LOG-STATUS NOT = "00"
                       PERFORM 2990-REFUSE-UNLOGGED
                   ELSE
                       PERFORM 3000-REVERSE-MASTER-RECORD
                       IF WS-CARD-REVERSED = ZERO
                           SET A-REQUEST-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ.

                   TO WS-GL-ACCT-TOTAL(WS-MATCHED-ACCT-IX)
           END-IF.

      *****************************************************************
      * One security-log record per card, whatever became of it: a
      * card cleared to back out at least one record counts
      * actioned and is logged before anything is backed out; one
      * that backs out nothing counts rejected.  A log that will not
      * take the record refuses the card in hand and stops the run.
      *****************************************************************
       2980-LOG-CARD.
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO SG-TIMESTAMP
           MOVE "SUM-REVERSE" TO SG-PROGRAM
           SET SG-KIND-BACKOUT TO TRUE
           SET CARD-LOGGED TO TRUE
           EVALUATE TRUE
               WHEN CARD-REFUSED
                   SET SG-RESULT-CONTROL TO TRUE
                   MOVE RQ-MESSAGE TO SG-REASON
               WHEN BACKOUT-CLEARED
                   SET SG-RESULT-APPLIED TO TRUE
               WHEN RQ-MESSAGE NOT = SPACES
                   SET SG-RESULT-REJECTED TO TRUE
                   MOVE RQ-MESSAGE TO SG-REASON
               WHEN OTHER
                   SET SG-RESULT-REJECTED TO TRUE
                   MOVE "NOTHING BACKED OUT -- SEE REVRPT" TO SG-REASON
           END-EVALUATE
           MOVE BK-REQUESTER-ID TO SG-REQUESTER-ID
           MOVE BK-APPROVER-ID TO SG-APPROVER-ID
           MOVE WS-CARDS-READ TO SG-CARD-NO
           IF BK-TRANS-REQUEST
               STRING "TRANS " BK-TRANS-ID
                   DELIMITED BY SIZE INTO SG-SUBJECT
           ELSE
               STRING BK-DEPARTMENT " " BK-CREATE-DATE " "
                   BK-BATCH-NO
                   DELIMITED BY SIZE INTO SG-SUBJECT
           END-IF
           MOVE BACKOUT-IN-RECORD TO SG-CARD-IMAGE
           WRITE SECURITY-LOG-RECORD
           IF WS-SECURITY-LOG-STATUS NOT = "00"
               DISPLAY "SUM-REVERSE: SECLOG WRITE FAILED FOR CARD "
                   WS-CARDS-READ ", STATUS = " WS-SECURITY-LOG-STATUS
                   " -- NO FURTHER CARDS ACTIONED"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF.

       2990-REFUSE-UNLOGGED.
           MOVE "SECLOG WRITE FAILED -- REFUSED" TO RQ-MESSAGE
           SET CARD-REFUSED TO TRUE
           ADD 1 TO WS-CARDS-REFUSED
           SET A-REQUEST-FAILED TO TRUE
           WRITE REV-RPT-RECORD FROM WS-REQUEST-LINE.

       3500-WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           END-IF
           DISPLAY "SUM-REVERSE: CARDS READ = " WS-CARDS-READ
               "  ITEMS REVERSED = " WS-ITEMS-REVERSED
               "  ALREADY REVERSED = " WS-ALREADY-REVERSED
               "  REFUSED = " WS-CARDS-REFUSED.

       9000-TERMINATE.
           IF WS-BACKOUT-IN-STATUS = "00" OR "10"
           IF WS-REV-RPT-STATUS = "00"
               CLOSE REV-RPT
           END-IF
           IF AUTH-USERS-OPEN
               CLOSE AUTH-USERS
           END-IF
           IF WS-SECURITY-LOG-STATUS = "00"
               CLOSE SECURITY-LOG
           END-IF
           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN A-BATCH-NOT-REGISTERED
                   MOVE 8 TO RETURN-CODE
               WHEN A-REQUEST-FAILED
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
