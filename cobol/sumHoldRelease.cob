       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REL.
      *****************************************************************
      * Posting-limit hold release for the controller.  Sum does not
      * post an item over its account's single-item or daily limit
      * (AM-ITEM-LIMIT / AM-DAILY-LIMIT on the account master); it
      * writes the item to the night's hold file PROD.SUM.HOLDS
      * instead.  This program does two jobs in one pass:
      *
      *   1. Absorbs the night's hold file (HOLDNEW) into the hold
      *      master (HOLDMST, see HOLDREC.cpy).  An "H" record adds
      *      the held item; a "P" record -- Sum posting an item the
      *      controller approved -- marks the master item posted.
      *      Absorbing is repeatable: a held item already on the
      *      master still held (a restarted SUM step writing its
      *      holds again) is simply rewritten.
      *   2. Applies the controller's RELIN cards, one per decision:
      *        col   1      action           "A" approve,
      *                                      "R" reject
      *        cols  2-8    transaction id   of the held item
      *      An approved item's original image is appended to
      *      RECYCLE, so it rides into the next run like a corrected
      *      suspense item, and SUM-EDIT lets it through its limits
      *      because the master shows it approved.  A rejected item
      *      goes to the night's suspense file SUSPNEW under reason
      *      HLDREJ, for SUSP-FIX to absorb with the rest and the
      *      department to correct or abandon.  Both decisions write
      *      a line to AUDITLOG.  Only an item still held can be
      *      approved or rejected -- a decision cannot be taken
      *      twice.
      *
      * RECYCLE, SUSPNEW and AUDITLOG are opened only when there is
      * at least one card, so the nightly absorb-only step (RELIN
      * DUMMY) needs none of them.  HOLDRPT lists every decision and
      * every item still held or approved but not yet posted.
      * RETURN-CODE 4 when a card was refused or the absorb found an
      * item it could not place, 8 when a hold could not be written
      * to the master or a decision could not be carried out (the
      * RECYCLE, SUSPNEW or master write failed -- the item is left
      * held wherever that is still true), 16 when the hold master
      * or a release file cannot be opened.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLD-NEW ASSIGN TO HOLDNEW
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLD-NEW-STATUS.

               SELECT HOLD-MASTER ASSIGN TO HOLDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-TRANS-ID
                   FILE STATUS IS WS-HOLD-MASTER-STATUS.

               SELECT RELEASE-IN ASSIGN TO RELIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RELEASE-IN-STATUS.

               SELECT RECYCLE-OUT ASSIGN TO RECYCLE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RECYCLE-STATUS.

               SELECT SUSP-NEW ASSIGN TO SUSPNEW
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUSP-NEW-STATUS.

               SELECT AUDIT-LOG ASSIGN TO AUDITLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-LOG-STATUS.

               SELECT HOLD-RPT ASSIGN TO HOLDRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HOLD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
           COPY HOLDREC REPLACING ==HOLD-RECORD==     BY
                   ==HOLD-NEW-RECORD==
               ==HD-TRANS-ID==      BY ==HN-TRANS-ID==
               ==HD-STATUS==        BY ==HN-STATUS==
               ==HD-ITEM-HELD==     BY ==HN-ITEM-HELD==
               ==HD-ITEM-APPROVED== BY ==HN-ITEM-APPROVED==
               ==HD-ITEM-REJECTED== BY ==HN-ITEM-REJECTED==
               ==HD-ITEM-POSTED==   BY ==HN-ITEM-POSTED==
               ==HD-REASON-CODE==   BY ==HN-REASON-CODE==
               ==HD-HELD-DATE==     BY ==HN-HELD-DATE==
               ==HD-TRANS-IMAGE==   BY ==HN-TRANS-IMAGE==
               ==HD-DEPARTMENT==    BY ==HN-DEPARTMENT==
               ==HD-CREATE-DATE==   BY ==HN-CREATE-DATE==
               ==HD-BATCH-NO==      BY ==HN-BATCH-NO==
               ==HD-SUM-TOTAL==     BY ==HN-SUM-TOTAL==
               ==HD-LIMIT==         BY ==HN-LIMIT==
               ==HD-ACTION-DATE==   BY ==HN-ACTION-DATE==.

       FD  HOLD-MASTER
           RECORD CONTAINS 140 CHARACTERS.
           COPY HOLDREC.

       FD  RELEASE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RELEASE-IN-RECORD.
           05  RL-ACTION               PIC X.
               88  RL-APPROVE                  VALUE "A".
               88  RL-REJECT                   VALUE "R".
           05  RL-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(72).

       FD  RECYCLE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
       01  RECYCLE-RECORD              PIC X(67).

       FD  SUSP-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSP-NEW-RECORD==.

       FD  AUDIT-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-LOG-RECORD            PIC X(132).

       FD  HOLD-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY TRANREC.

       01  WS-FILE-STATUSES.
           05  WS-HOLD-NEW-STATUS      PIC X(2).
           05  WS-HOLD-MASTER-STATUS   PIC X(2).
           05  WS-RELEASE-IN-STATUS    PIC X(2).
           05  WS-RECYCLE-STATUS       PIC X(2).
           05  WS-SUSP-NEW-STATUS      PIC X(2).
           05  WS-AUDIT-LOG-STATUS     PIC X(2).
           05  WS-HOLD-RPT-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-NEW-SW        PIC X(1) VALUE "N".
               88  END-OF-NEW                  VALUE "Y".
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-SUSP-EOF-SW          PIC X(1) VALUE "N".
               88  END-OF-SUSPENSE             VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(1) VALUE "N".
               88  HOLD-MASTER-OPEN            VALUE "Y".
           05  WS-RELEASE-OPEN-SW      PIC X(1) VALUE "N".
               88  RELEASE-FILES-OPEN          VALUE "Y".
           05  WS-ITEM-HELD-SW         PIC X(1) VALUE "N".
               88  ITEM-IS-HELD                VALUE "Y".
           05  WS-CARD-FAILED-SW       PIC X(1) VALUE "N".
               88  A-CARD-FAILED               VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-AUDIT-ACTION             PIC X(14).

       01  WS-COUNTERS.
           05  WS-HOLDS-ABSORBED       PIC 9(7) VALUE ZERO.
           05  WS-POSTINGS-ABSORBED    PIC 9(7) VALUE ZERO.
           05  WS-ABSORB-WARNINGS      PIC 9(7) VALUE ZERO.
           05  WS-ABSORB-FAILURES      PIC 9(7) VALUE ZERO.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REFUSED        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-FAILED         PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-APPROVED       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-REJECTED       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-PENDING        PIC 9(7) VALUE ZERO.

       01  WS-HIGHEST-SUSP-NO          PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-REJECTED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-PENDING-AMOUNT           PIC S9(9)V99 VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "SUM POSTING LIMIT HOLD RELEASE REPORT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RD-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  RD-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  RD-DAY                  PIC X(2).

       01  WS-ABSORB-LINE.
           05  FILLER                  PIC X(24)
                   VALUE "NIGHT'S HOLDS ABSORBED  ".
           05  AB-HELD                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE "  POSTED MARKED   ".
           05  AB-POSTED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  WARNINGS    ".
           05  AB-WARNINGS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  FAILED    ".
           05  AB-FAILURES             PIC ZZZZZZ9.

       01  WS-REQUEST-LINE.
           05  FILLER                  PIC X(8) VALUE "REQUEST ".
           05  RQ-CARD-NO              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RQ-DESCRIPTION          PIC X(50).
           05  RQ-MESSAGE              PIC X(40).

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(6) VALUE "  ID: ".
           05  IL-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(12) VALUE "  ACCOUNT = ".
           05  IL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(9) VALUE "  DEPT = ".
           05  IL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  TOTAL = ".
           05  IL-SUM-TOTAL            PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  LIMIT = ".
           05  IL-LIMIT                PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-REASON-CODE          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-NOTE                 PIC X(24).

       01  WS-PENDING-HEADING          PIC X(132)
               VALUE "ITEMS STILL HELD OR AWAITING POSTING".

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "CARDS READ     ".
           05  TO-CARDS                PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  APPROVED  ".
           05  TO-APPROVED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED  ".
           05  TO-REJECTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED  ".
           05  TO-REFUSED              PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  STILL OPEN  ".
           05  TO-PENDING              PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT  ".
           05  TO-PENDING-AMOUNT       PIC -ZZZZZZZZ9.99.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ABSORB-NIGHT-HOLD UNTIL END-OF-NEW
           PERFORM 2900-WRITE-ABSORB-LINE
           PERFORM 3000-PROCESS-CARD UNTIL END-OF-CARDS
           PERFORM 7000-LIST-OPEN-ITEMS
           PERFORM 8500-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE

           OPEN I-O HOLD-MASTER
           IF WS-HOLD-MASTER-STATUS = "35"
               DISPLAY "HOLD-REL: NO HOLD MASTER YET -- "
                   "STARTING ONE"
               OPEN OUTPUT HOLD-MASTER
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
           END-IF
           IF WS-HOLD-MASTER-STATUS NOT = "00"
               DISPLAY "HOLD-REL: UNABLE TO OPEN HOLDMST, STATUS = "
                   WS-HOLD-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-NEW-SW
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               SET HOLD-MASTER-OPEN TO TRUE
           END-IF

           OPEN INPUT HOLD-NEW
           IF WS-HOLD-NEW-STATUS NOT = "00"
               IF WS-HOLD-NEW-STATUS NOT = "35"
                   DISPLAY "HOLD-REL: UNABLE TO OPEN HOLDNEW, "
                       "STATUS = " WS-HOLD-NEW-STATUS
               END-IF
               MOVE "Y" TO WS-END-OF-NEW-SW
           END-IF

           OPEN INPUT RELEASE-IN
           IF WS-RELEASE-IN-STATUS NOT = "00"
               IF WS-RELEASE-IN-STATUS NOT = "35"
                   DISPLAY "HOLD-REL: UNABLE TO OPEN RELIN, "
                       "STATUS = " WS-RELEASE-IN-STATUS
               END-IF
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT HOLD-RPT
           IF WS-HOLD-RPT-STATUS NOT = "00"
               DISPLAY "HOLD-REL: UNABLE TO OPEN HOLDRPT, "
                   "STATUS = " WS-HOLD-RPT-STATUS
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO RD-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO RD-MONTH
               MOVE WS-CURRENT-TIMESTAMP(7:2) TO RD-DAY
               WRITE HOLD-RPT-RECORD FROM WS-TITLE-LINE
               WRITE HOLD-RPT-RECORD FROM WS-RUN-DATE-LINE
               WRITE HOLD-RPT-RECORD FROM WS-BLANK-LINE
           END-IF

           IF NOT END-OF-NEW
               PERFORM 8100-READ-NEW
           END-IF
           IF NOT END-OF-CARDS
               PERFORM 8000-READ-CARD
           END-IF
           IF NOT END-OF-CARDS
               PERFORM 1200-OPEN-RELEASE-FILES
           END-IF.

      *****************************************************************
      * Opened only when there is a decision to apply.  The night's
      * suspense file is read through first so a rejected item takes
      * the next record number after whatever Sum (or an earlier
      * release run) already wrote there -- SUSP-FIX renumbers
      * master-wide on absorb, but the night's file must stay in
      * sequence until then.
      *****************************************************************
       1200-OPEN-RELEASE-FILES.
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSP-NEW
           IF WS-SUSP-NEW-STATUS NOT = "00"
               MOVE SPACES TO RQ-MESSAGE
               MOVE "Y" TO WS-SUSP-EOF-SW
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSP-NEW
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       IF SP-RECORD-NO > WS-HIGHEST-SUSP-NO
                           MOVE SP-RECORD-NO TO WS-HIGHEST-SUSP-NO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSP-NEW-STATUS = "10"
               CLOSE SUSP-NEW
           END-IF

           SET RELEASE-FILES-OPEN TO TRUE
           OPEN EXTEND SUSP-NEW
           IF WS-SUSP-NEW-STATUS = "35"
               OPEN OUTPUT SUSP-NEW
           END-IF
           IF WS-SUSP-NEW-STATUS NOT = "00"
               MOVE SPACES TO RQ-MESSAGE
               DISPLAY "HOLD-REL: UNABLE TO OPEN SUSPNEW, STATUS = "
                   WS-SUSP-NEW-STATUS
               MOVE "N" TO WS-RELEASE-OPEN-SW
           END-IF

           OPEN EXTEND RECYCLE-OUT
           IF WS-RECYCLE-STATUS = "35"
               OPEN OUTPUT RECYCLE-OUT
           END-IF
           IF WS-RECYCLE-STATUS NOT = "00"
               MOVE SPACES TO RQ-MESSAGE
               DISPLAY "HOLD-REL: UNABLE TO OPEN RECYCLE, STATUS = "
                   WS-RECYCLE-STATUS
               MOVE "N" TO WS-RELEASE-OPEN-SW
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "HOLD-REL: UNABLE TO OPEN AUDITLOG, STATUS = "
                   WS-AUDIT-LOG-STATUS
               MOVE "N" TO WS-RELEASE-OPEN-SW
           END-IF

           IF NOT RELEASE-FILES-OPEN
               DISPLAY "HOLD-REL: *** RELEASE FILES NOT AVAILABLE -- "
                   "NO CARDS APPLIED ***"
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * One record off the night's hold file.  A new hold goes on
      * the master; a posting of an approved item marks it posted.
      * A hold already on the master and still held is the same
      * item written again by a restarted SUM step and is rewritten
      * in place.  One already approved, rejected or posted that Sum
      * has held again goes back on the master as held, so it
      * returns to the release cycle; anything else is reported and
      * left alone.  A master write that fails is counted and ends
      * the run RC 8.
      *****************************************************************
       2000-ABSORB-NIGHT-HOLD.
           MOVE HN-TRANS-ID TO HD-TRANS-ID
           READ HOLD-MASTER
               INVALID KEY
                   IF HN-ITEM-HELD
                       MOVE HOLD-NEW-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "HOLD-REL: HOLDMST WRITE "
                                   "FAILED FOR ID " HN-TRANS-ID
                                   ", STATUS = "
                                   WS-HOLD-MASTER-STATUS
                               ADD 1 TO WS-ABSORB-FAILURES
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-ABSORBED
                       END-WRITE
                   ELSE
                       DISPLAY "HOLD-REL: *** ID " HN-TRANS-ID
                           " POSTED BUT NOT ON HOLD MASTER ***"
                       ADD 1 TO WS-ABSORB-WARNINGS
                   END-IF
               NOT INVALID KEY
                   PERFORM 2100-UPDATE-HELD-ITEM
           END-READ
           PERFORM 8100-READ-NEW.

       2100-UPDATE-HELD-ITEM.
           EVALUATE TRUE
               WHEN HN-ITEM-POSTED
                   MOVE "P" TO HD-STATUS
                   MOVE HN-ACTION-DATE TO HD-ACTION-DATE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           PERFORM 2150-REPORT-REWRITE-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTINGS-ABSORBED
                   END-REWRITE
               WHEN HN-ITEM-HELD AND HD-ITEM-HELD
                   MOVE HOLD-NEW-RECORD TO HOLD-RECORD
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           PERFORM 2150-REPORT-REWRITE-FAILURE
                   END-REWRITE
               WHEN HN-ITEM-HELD
                   DISPLAY "HOLD-REL: ID " HN-TRANS-ID
                       " HELD AGAIN, WAS STATUS " HD-STATUS
                       " -- BACK ON THE HELD LIST"
                   MOVE HOLD-NEW-RECORD TO HOLD-RECORD
                   MOVE "H" TO HD-STATUS
                   MOVE HN-HELD-DATE TO HD-HELD-DATE
                   MOVE SPACES TO HD-ACTION-DATE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           PERFORM 2150-REPORT-REWRITE-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-ABSORBED
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "HOLD-REL: *** ID " HN-TRANS-ID
                       " ON HOLD FILE WITH STATUS " HN-STATUS
                       " -- NOT ABSORBED ***"
                   ADD 1 TO WS-ABSORB-WARNINGS
           END-EVALUATE.

       2150-REPORT-REWRITE-FAILURE.
           DISPLAY "HOLD-REL: HOLDMST REWRITE FAILED FOR ID "
               HD-TRANS-ID ", STATUS = " WS-HOLD-MASTER-STATUS
           ADD 1 TO WS-ABSORB-FAILURES.

       2900-WRITE-ABSORB-LINE.
           IF WS-HOLD-RPT-STATUS = "00"
               MOVE WS-HOLDS-ABSORBED TO AB-HELD
               MOVE WS-POSTINGS-ABSORBED TO AB-POSTED
               MOVE WS-ABSORB-WARNINGS TO AB-WARNINGS
               MOVE WS-ABSORB-FAILURES TO AB-FAILURES
               WRITE HOLD-RPT-RECORD FROM WS-ABSORB-LINE
               WRITE HOLD-RPT-RECORD FROM WS-BLANK-LINE
           END-IF.

       3000-PROCESS-CARD.
           MOVE WS-CARDS-READ TO RQ-CARD-NO
           MOVE SPACES TO RQ-DESCRIPTION
           MOVE SPACES TO RQ-MESSAGE
           EVALUATE TRUE
               WHEN RL-APPROVE
                   STRING "APPROVE HELD ITEM " RL-TRANS-ID
                       DELIMITED BY SIZE INTO RQ-DESCRIPTION
                   PERFORM 3100-FIND-HELD-ITEM
                   IF ITEM-IS-HELD
                       PERFORM 3200-APPROVE-ITEM
                   END-IF
               WHEN RL-REJECT
                   STRING "REJECT HELD ITEM " RL-TRANS-ID
                       DELIMITED BY SIZE INTO RQ-DESCRIPTION
                   PERFORM 3100-FIND-HELD-ITEM
                   IF ITEM-IS-HELD
                       PERFORM 3300-REJECT-ITEM
                   END-IF
               WHEN OTHER
                   MOVE "ACTION IS NOT A OR R -- CARD REJECTED"
                       TO RQ-DESCRIPTION
                   SET A-CARD-FAILED TO TRUE
                   ADD 1 TO WS-CARDS-REFUSED
                   WRITE HOLD-RPT-RECORD FROM WS-REQUEST-LINE
           END-EVALUATE
           WRITE HOLD-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

      *****************************************************************
      * The card must name an item on the hold master that is still
      * held -- one already approved, rejected or posted has had its
      * decision, and a second one would post or suspend it twice.
      *****************************************************************
       3100-FIND-HELD-ITEM.
           MOVE "N" TO WS-ITEM-HELD-SW
           IF RL-TRANS-ID IS NOT NUMERIC
               MOVE "ID IS NOT NUMERIC -- REJECTED" TO RQ-MESSAGE
           ELSE
               MOVE RL-TRANS-ID TO HD-TRANS-ID
               READ HOLD-MASTER
                   INVALID KEY
                       MOVE "NOT ON HOLD MASTER -- REJECTED"
                           TO RQ-MESSAGE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN HD-ITEM-HELD
                               SET ITEM-IS-HELD TO TRUE
                           WHEN HD-ITEM-APPROVED
                               MOVE "ALREADY APPROVED -- REJECTED"
                                   TO RQ-MESSAGE
                           WHEN HD-ITEM-REJECTED
                               MOVE "ALREADY REJECTED -- REJECTED"
                                   TO RQ-MESSAGE
                           WHEN OTHER
                               MOVE "ALREADY POSTED -- REJECTED"
                                   TO RQ-MESSAGE
                       END-EVALUATE
               END-READ
           END-IF
           IF NOT ITEM-IS-HELD
               SET A-CARD-FAILED TO TRUE
               ADD 1 TO WS-CARDS-REFUSED
               WRITE HOLD-RPT-RECORD FROM WS-REQUEST-LINE
               DISPLAY "HOLD-REL: CARD " WS-CARDS-READ " FOR ID "
                   RL-TRANS-ID " -- " RQ-MESSAGE
           END-IF.

      *****************************************************************
      * Approval: the untouched original image goes to RECYCLE for
      * the next run, and the master item is marked approved so
      * SUM-EDIT passes it through the limit it broke.  An image
      * RECYCLE will not take leaves the item held; a master that
      * will not take the approval after the image went out is
      * reported -- SUM-EDIT will hold the recycled image again.
      *****************************************************************
       3200-APPROVE-ITEM.
           WRITE RECYCLE-RECORD FROM HD-TRANS-IMAGE
           IF WS-RECYCLE-STATUS NOT = "00"
               STRING "RECYCLE WRITE FAILED, STATUS "
                   WS-RECYCLE-STATUS DELIMITED BY SIZE INTO RQ-MESSAGE
               PERFORM 3900-REPORT-CARD-FAILURE
           ELSE
               MOVE "A" TO HD-STATUS
               MOVE WS-TODAY-DATE TO HD-ACTION-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       STRING "HOLDMST REWRITE FAILED, STATUS "
                           WS-HOLD-MASTER-STATUS
                           DELIMITED BY SIZE INTO RQ-MESSAGE
                       PERFORM 3900-REPORT-CARD-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-APPROVED
                       ADD HD-SUM-TOTAL TO WS-APPROVED-AMOUNT
                       MOVE "APPROVED -- RECYCLED TO NEXT RUN"
                           TO RQ-MESSAGE
                       WRITE HOLD-RPT-RECORD FROM WS-REQUEST-LINE
                       MOVE "  APPROVED" TO IL-NOTE
                       PERFORM 6000-WRITE-ITEM-LINE
                       MOVE "HOLD APPROVED " TO WS-AUDIT-ACTION
                       PERFORM 3500-WRITE-AUDIT-LINE
               END-REWRITE
           END-IF.

      *****************************************************************
      * Rejection: the item goes to the night's suspense file under
      * HLDREJ, dated the night it was held and carrying its batch
      * identity, so it ages and reaches the department's statement
      * like any other suspended item.  An item SUSPNEW will not take
      * stays held; a master that will not take the rejection after
      * the item went to suspense is reported for the desk to clear.
      *****************************************************************
       3300-REJECT-ITEM.
           ADD 1 TO WS-HIGHEST-SUSP-NO
           MOVE SPACES TO SUSP-NEW-RECORD
           MOVE WS-HIGHEST-SUSP-NO TO SP-RECORD-NO
           MOVE HD-HELD-DATE TO SP-RUN-DATE
           MOVE "HLDREJ" TO SP-REASON-CODE
           MOVE "O" TO SP-STATUS
           MOVE HD-TRANS-IMAGE TO SP-TRANS-IMAGE
           MOVE HD-DEPARTMENT TO SP-DEPARTMENT
           MOVE HD-CREATE-DATE TO SP-CREATE-DATE
           MOVE HD-BATCH-NO TO SP-BATCH-NO
           WRITE SUSP-NEW-RECORD
           IF WS-SUSP-NEW-STATUS NOT = "00"
               SUBTRACT 1 FROM WS-HIGHEST-SUSP-NO
               STRING "SUSPNEW WRITE FAILED, STATUS "
                   WS-SUSP-NEW-STATUS DELIMITED BY SIZE INTO RQ-MESSAGE
               PERFORM 3900-REPORT-CARD-FAILURE
           ELSE
               MOVE "R" TO HD-STATUS
               MOVE WS-TODAY-DATE TO HD-ACTION-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       STRING "HOLDMST REWRITE FAILED, STATUS "
                           WS-HOLD-MASTER-STATUS
                           DELIMITED BY SIZE INTO RQ-MESSAGE
                       PERFORM 3900-REPORT-CARD-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-REJECTED
                       ADD HD-SUM-TOTAL TO WS-REJECTED-AMOUNT
                       MOVE "REJECTED -- SENT TO SUSPENSE"
                           TO RQ-MESSAGE
                       WRITE HOLD-RPT-RECORD FROM WS-REQUEST-LINE
                       MOVE "  REJECTED" TO IL-NOTE
                       PERFORM 6000-WRITE-ITEM-LINE
                       MOVE "HOLD REJECTED " TO WS-AUDIT-ACTION
                       PERFORM 3500-WRITE-AUDIT-LINE
               END-REWRITE
           END-IF.

      *****************************************************************
      * A decision that could not be carried out: not counted
      * approved or rejected, and the run ends RC 8.
      *****************************************************************
       3900-REPORT-CARD-FAILURE.
           ADD 1 TO WS-CARDS-FAILED
           WRITE HOLD-RPT-RECORD FROM WS-REQUEST-LINE
           DISPLAY "HOLD-REL: *** CARD " WS-CARDS-READ " FOR ID "
               RL-TRANS-ID " -- " RQ-MESSAGE " ***".

       3500-WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           STRING WS-CURRENT-TIMESTAMP(1:4) "-"
               WS-CURRENT-TIMESTAMP(5:2) "-"
               WS-CURRENT-TIMESTAMP(7:2) " "
               WS-CURRENT-TIMESTAMP(9:2) ":"
               WS-CURRENT-TIMESTAMP(11:2) ":"
               WS-CURRENT-TIMESTAMP(13:2)
               "  " WS-AUDIT-ACTION "-- ID " HD-TRANS-ID
               " ACCOUNT " TI-GL-ACCOUNT
               " DEPT " HD-DEPARTMENT
               " BATCH " HD-BATCH-NO
               " TOTAL " IL-SUM-TOTAL
               " REASON " HD-REASON-CODE
               " HELD " HD-HELD-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

       6000-WRITE-ITEM-LINE.
           MOVE HD-TRANS-IMAGE TO TRANS-IN-RECORD
           MOVE HD-TRANS-ID TO IL-TRANS-ID
           MOVE TI-GL-ACCOUNT TO IL-GL-ACCOUNT
           MOVE HD-DEPARTMENT TO IL-DEPARTMENT
           MOVE HD-SUM-TOTAL TO IL-SUM-TOTAL
           MOVE HD-LIMIT TO IL-LIMIT
           MOVE HD-REASON-CODE TO IL-REASON-CODE
           IF WS-HOLD-RPT-STATUS = "00"
               WRITE HOLD-RPT-RECORD FROM WS-ITEM-LINE
           END-IF.

      *****************************************************************
      * Lists, in transaction-identifier order, every item the
      * controller still has to decide and every approved item the
      * next run has yet to post.
      *****************************************************************
       7000-LIST-OPEN-ITEMS.
           IF HOLD-MASTER-OPEN
               IF WS-HOLD-RPT-STATUS = "00"
                   WRITE HOLD-RPT-RECORD FROM WS-PENDING-HEADING
               END-IF
               MOVE "N" TO WS-END-OF-MASTER-SW
               MOVE ZERO TO HD-TRANS-ID
               START HOLD-MASTER KEY >= HD-TRANS-ID
                   INVALID KEY
                       MOVE "Y" TO WS-END-OF-MASTER-SW
               END-START
               PERFORM UNTIL END-OF-MASTER
                   READ HOLD-MASTER NEXT
                       AT END
                           MOVE "Y" TO WS-END-OF-MASTER-SW
                       NOT AT END
                           PERFORM 7100-LIST-ONE-ITEM
                   END-READ
               END-PERFORM
               IF WS-HOLD-RPT-STATUS = "00"
                   WRITE HOLD-RPT-RECORD FROM WS-BLANK-LINE
               END-IF
           END-IF.

       7100-LIST-ONE-ITEM.
           IF HD-ITEM-HELD OR HD-ITEM-APPROVED
               MOVE SPACES TO IL-NOTE
               IF HD-ITEM-HELD
                   STRING "  HELD SINCE " HD-HELD-DATE
                       DELIMITED BY SIZE INTO IL-NOTE
               ELSE
                   STRING "  APPROVED " HD-ACTION-DATE
                       DELIMITED BY SIZE INTO IL-NOTE
               END-IF
               PERFORM 6000-WRITE-ITEM-LINE
               ADD 1 TO WS-ITEMS-PENDING
               ADD HD-SUM-TOTAL TO WS-PENDING-AMOUNT
           END-IF.

       8000-READ-CARD.
           READ RELEASE-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       8100-READ-NEW.
           READ HOLD-NEW
               AT END
                   MOVE "Y" TO WS-END-OF-NEW-SW
           END-READ.

       8500-WRITE-TOTALS.
           IF WS-HOLD-RPT-STATUS = "00"
               MOVE WS-CARDS-READ TO TO-CARDS
               MOVE WS-ITEMS-APPROVED TO TO-APPROVED
               MOVE WS-ITEMS-REJECTED TO TO-REJECTED
               MOVE WS-CARDS-REFUSED TO TO-REFUSED
               MOVE WS-ITEMS-PENDING TO TO-PENDING
               MOVE WS-PENDING-AMOUNT TO TO-PENDING-AMOUNT
               WRITE HOLD-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "HOLD-REL: HOLDS ABSORBED    = " WS-HOLDS-ABSORBED
           DISPLAY "HOLD-REL: POSTINGS ABSORBED = "
               WS-POSTINGS-ABSORBED
           DISPLAY "HOLD-REL: ABSORB WARNINGS   = " WS-ABSORB-WARNINGS
           DISPLAY "HOLD-REL: ABSORB FAILURES   = " WS-ABSORB-FAILURES
           DISPLAY "HOLD-REL: CARDS READ = " WS-CARDS-READ
               "  APPROVED = " WS-ITEMS-APPROVED
               "  REJECTED = " WS-ITEMS-REJECTED
               "  REFUSED = " WS-CARDS-REFUSED
               "  FAILED = " WS-CARDS-FAILED
           DISPLAY "HOLD-REL: ITEMS STILL OPEN = " WS-ITEMS-PENDING.

       9000-TERMINATE.
           IF WS-HOLD-NEW-STATUS = "00" OR "10"
               CLOSE HOLD-NEW
           END-IF
           IF WS-RELEASE-IN-STATUS = "00" OR "10"
               CLOSE RELEASE-IN
           END-IF
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER
           END-IF
           IF WS-SUSP-NEW-STATUS = "00"
               CLOSE SUSP-NEW
           END-IF
           IF WS-RECYCLE-STATUS = "00"
               CLOSE RECYCLE-OUT
           END-IF
           IF WS-AUDIT-LOG-STATUS = "00"
               CLOSE AUDIT-LOG
           END-IF
           IF WS-HOLD-RPT-STATUS = "00"
               CLOSE HOLD-RPT
           END-IF
           IF RETURN-CODE NOT = 16
               EVALUATE TRUE
                   WHEN WS-ABSORB-FAILURES > ZERO
                           OR WS-CARDS-FAILED > ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN A-CARD-FAILED OR WS-ABSORB-WARNINGS > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.
