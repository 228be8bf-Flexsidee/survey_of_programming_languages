       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-MAINT.
      *****************************************************************
      * Suspected-duplicate clearance.  Applies the departments'
      * DUPIN cards to the suspects SUM-DUPCHK has flagged on
      * PROD.SUM.DUPLICATES (see DUPREC.cpy) and prints a
      * before/after maintenance report.  A confirmed duplicate is
      * turned straight into a SUM-REVERSE backout card on BKOUT,
      * which the next step of jcl/DUPMNT.jcl runs through the
      * controlled backout.
      *
      * Cards, one suspect each:
      *   col   1      action           "C" clear -- not a duplicate,
      *                                 "K" confirm -- back it out
      *   cols  2-5    department       as on the suspect
      *   cols  6-12   transaction id   the suspect, as flagged
      *   cols 65-72   requester ID     who asked for it
      *   cols 73-80   approver ID      who approved it
      * The department and identifier together must name a suspect
      * on file, so one department cannot clear another's work.
      *
      * A confirm must carry both IDs: they go onto the backout card
      * unchanged ("T" request, identifier in cols 17-23, IDs in
      * cols 65-80), and SUM-REVERSE holds them to the same dual
      * control as any backout -- a sign-off it refuses backs out
      * nothing, and the item is confirmed again with a proper one.
      * A confirmed item may be confirmed again (a fresh card is
      * written; SUM-REVERSE leaves a record already reversed
      * alone) but not cleared; a cleared item may still be
      * confirmed.
      *
      * Anything else is rejected and printed.  RETURN-CODE 4 when
      * any card was rejected; 16 when DUPMST or BKOUT will not open.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DUP-MASTER ASSIGN TO DUPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DU-KEY
                   FILE STATUS IS WS-DUP-MASTER-STATUS.

               SELECT DUP-IN ASSIGN TO DUPIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DUP-IN-STATUS.

               SELECT BACKOUT-OUT ASSIGN TO BKOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BACKOUT-OUT-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-MASTER
           RECORD CONTAINS 120 CHARACTERS.
           COPY DUPREC.

       FD  DUP-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-IN-RECORD.
           05  DI-ACTION               PIC X.
               88  DI-ACTION-CLEAR             VALUE "C".
               88  DI-ACTION-CONFIRM           VALUE "K".
               88  DI-ACTION-VALID             VALUE "C" "K".
           05  DI-DEPARTMENT           PIC X(4).
           05  DI-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(52).
           05  DI-REQUESTER-ID         PIC X(8).
           05  DI-APPROVER-ID          PIC X(8).

      *****************************************************************
      * The backout card, in SUM-REVERSE's BACKOUT layout: a single
      * transaction request.
      *****************************************************************
       FD  BACKOUT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKOUT-OUT-RECORD.
           05  BO-REQUEST-TYPE         PIC X.
           05  BO-DEPARTMENT           PIC X(4).
           05  BO-CREATE-DATE          PIC X(8).
           05  BO-BATCH-NO             PIC X(3).
           05  BO-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(41).
           05  BO-REQUESTER-ID         PIC X(8).
           05  BO-APPROVER-ID          PIC X(8).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DUP-MASTER-STATUS    PIC X(2).
           05  WS-DUP-IN-STATUS        PIC X(2).
           05  WS-BACKOUT-OUT-STATUS   PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-SUSPECT-FOUND-SW     PIC X(1) VALUE "N".
               88  SUSPECT-IS-ON-FILE          VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".
           05  WS-DUP-MASTER-SW        PIC X(1) VALUE "N".
               88  DUP-MASTER-OPEN             VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-CLEARS-APPLIED       PIC 9(5) VALUE ZERO.
           05  WS-CONFIRMS-APPLIED     PIC 9(5) VALUE ZERO.
           05  WS-BACKOUTS-WRITTEN     PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "SUSPECTED DUPLICATE MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(8) VALUE "  DEPT ".
           05  CL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(6) VALUE "  ID ".
           05  CL-TRANS-ID             PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same layout so
      * the eye can run straight down a column to see what changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-STATUS               PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-REASON               PIC X(12).
           05  FILLER                  PIC X(10) VALUE "  TOTAL  ".
           05  IL-SUM-TOTAL            PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  MATCHES ".
           05  IL-MATCH-TRANS-ID       PIC 9(7).
           05  FILLER                  PIC X(7) VALUE "  ON  ".
           05  IL-STATUS-DATE          PIC X(8).
           05  FILLER                  PIC X(6) VALUE "  BY  ".
           05  IL-REQUESTER-ID         PIC X(8).
           05  FILLER                  PIC X VALUE "/".
           05  IL-APPROVER-ID          PIC X(8).

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  NR-TEXT                 PIC X(30)
                   VALUE "NOT ON FILE".

       01  WS-BACKOUT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(36)
                   VALUE "BACKOUT CARD WRITTEN FOR SUM-REVERSE".

       01  WS-IO-FAILURE-LINE.
           05  FILLER                  PIC X(10) VALUE "  AFTER   ".
           05  WS-IO-FAILURE-TEXT      PIC X(50).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE "CARDS READ  ".
           05  TO-CARDS-READ           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  CLEARED ".
           05  TO-CLEARS               PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  CONFIRMED ".
           05  TO-CONFIRMS             PIC ZZZZ9.
           05  FILLER                  PIC X(17)
                   VALUE "  BACKOUT CARDS  ".
           05  TO-BACKOUTS             PIC ZZZZ9.
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

           OPEN I-O DUP-MASTER
           IF WS-DUP-MASTER-STATUS = "35"
               DISPLAY "DUP-MAINT: NO DUPLICATES FILE YET -- "
                   "STARTING ONE"
               OPEN OUTPUT DUP-MASTER
               CLOSE DUP-MASTER
               OPEN I-O DUP-MASTER
           END-IF
           IF WS-DUP-MASTER-STATUS = "00"
               SET DUP-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "DUP-MAINT: UNABLE TO OPEN DUPMST, "
                   "STATUS = " WS-DUP-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT BACKOUT-OUT
           IF WS-BACKOUT-OUT-STATUS NOT = "00"
               DISPLAY "DUP-MAINT: UNABLE TO OPEN BKOUT, "
                   "STATUS = " WS-BACKOUT-OUT-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT DUP-IN
           IF WS-DUP-IN-STATUS NOT = "00"
               DISPLAY "DUP-MAINT: UNABLE TO OPEN DUPIN, STATUS = "
                   WS-DUP-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "DUP-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE DI-ACTION TO CL-ACTION
           MOVE DI-DEPARTMENT TO CL-DEPARTMENT
           MOVE DUP-IN-RECORD(6:7) TO CL-TRANS-ID

           EVALUATE TRUE
               WHEN NOT DI-ACTION-VALID
                   MOVE "ACTION IS NOT C OR K -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN DI-DEPARTMENT = SPACES
                   MOVE "NO DEPARTMENT -- CARD REJECTED" TO CL-MESSAGE
               WHEN DI-TRANS-ID IS NOT NUMERIC
                   MOVE "ID NOT NUMERIC -- CARD REJECTED" TO CL-MESSAGE
               WHEN DI-ACTION-CONFIRM
                       AND (DI-REQUESTER-ID = SPACES
                           OR DI-APPROVER-ID = SPACES)
                   MOVE "CONFIRM NEEDS REQUESTER AND APPROVER IDS"
                       TO CL-MESSAGE
           END-EVALUATE

           IF CL-MESSAGE NOT = SPACES
               PERFORM 2900-REJECT-CARD
           ELSE
               PERFORM 2100-READ-MASTER
               IF NOT SUSPECT-IS-ON-FILE
                   MOVE "NO SUCH SUSPECT -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   IF DI-ACTION-CLEAR
                       PERFORM 2200-APPLY-CLEAR
                   ELSE
                       PERFORM 2300-APPLY-CONFIRM
                   END-IF
               END-IF
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-SUSPECT-FOUND-SW
           MOVE DI-DEPARTMENT TO DU-DEPARTMENT
           MOVE DI-TRANS-ID TO DU-TRANS-ID
           READ DUP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUSPECT-IS-ON-FILE TO TRUE
           END-READ.

      *****************************************************************
      * Once a backout card has gone out for an item it cannot be
      * cleared -- the backout may already have run.
      *****************************************************************
       2200-APPLY-CLEAR.
           EVALUATE TRUE
               WHEN DU-STATUS-CONFIRMED
                   MOVE "ALREADY CONFIRMED -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN DU-STATUS-CLEARED
                   MOVE "ALREADY CLEARED -- CARD REJECTED"
                       TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE NOT = SPACES
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               SET DU-STATUS-CLEARED TO TRUE
               PERFORM 2500-STAMP-DECISION
               PERFORM 2800-REWRITE-MASTER
               IF WS-DUP-MASTER-STATUS = "00"
                   ADD 1 TO WS-CLEARS-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

      *****************************************************************
      * The backout card is written only once the master shows the
      * item confirmed, so the file never asks for a backout the
      * department has no record of.
      *****************************************************************
       2300-APPLY-CONFIRM.
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           PERFORM 2600-WRITE-BEFORE-IMAGE
           SET DU-STATUS-CONFIRMED TO TRUE
           PERFORM 2500-STAMP-DECISION
           PERFORM 2800-REWRITE-MASTER
           IF WS-DUP-MASTER-STATUS = "00"
               ADD 1 TO WS-CONFIRMS-APPLIED
               PERFORM 2700-WRITE-AFTER-IMAGE
               PERFORM 2400-WRITE-BACKOUT-CARD
           ELSE
               PERFORM 2950-REPORT-IO-FAILURE
           END-IF.

       2400-WRITE-BACKOUT-CARD.
           MOVE SPACES TO BACKOUT-OUT-RECORD
           MOVE "T" TO BO-REQUEST-TYPE
           MOVE DU-TRANS-ID TO BO-TRANS-ID
           MOVE DU-REQUESTER-ID TO BO-REQUESTER-ID
           MOVE DU-APPROVER-ID TO BO-APPROVER-ID
           WRITE BACKOUT-OUT-RECORD
           IF WS-BACKOUT-OUT-STATUS = "00"
               ADD 1 TO WS-BACKOUTS-WRITTEN
               WRITE MAINT-RPT-RECORD FROM WS-BACKOUT-LINE
           ELSE
               DISPLAY "DUP-MAINT: BKOUT WRITE FAILED FOR ID "
                   DU-TRANS-ID ", STATUS = " WS-BACKOUT-OUT-STATUS
               SET CARD-REJECTED TO TRUE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO WS-IO-FAILURE-TEXT
               STRING "BACKOUT CARD WRITE FAILED, STATUS "
                   WS-BACKOUT-OUT-STATUS
                   DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
               WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE
           END-IF.

       2500-STAMP-DECISION.
           MOVE WS-TODAY-DATE TO DU-STATUS-DATE
           MOVE DI-REQUESTER-ID TO DU-REQUESTER-ID
           MOVE DI-APPROVER-ID TO DU-APPROVER-ID.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2650-WRITE-IMAGE-LINE.
           EVALUATE TRUE
               WHEN DU-STATUS-OPEN
                   MOVE "OPEN" TO IL-STATUS
               WHEN DU-STATUS-CLEARED
                   MOVE "CLEARED" TO IL-STATUS
               WHEN OTHER
                   MOVE "CONFIRMED" TO IL-STATUS
           END-EVALUATE
           IF DU-SAME-ADDENDS
               MOVE "SAME ADDENDS" TO IL-REASON
           ELSE
               MOVE "SAME TOTAL" TO IL-REASON
           END-IF
           MOVE DU-SUM-TOTAL TO IL-SUM-TOTAL
           MOVE DU-MATCH-TRANS-ID TO IL-MATCH-TRANS-ID
           MOVE DU-STATUS-DATE TO IL-STATUS-DATE
           MOVE DU-REQUESTER-ID TO IL-REQUESTER-ID
           MOVE DU-APPROVER-ID TO IL-APPROVER-ID
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINE.

       2800-REWRITE-MASTER.
           REWRITE DUPLICATE-RECORD
               INVALID KEY
                   DISPLAY "DUP-MAINT: DUPMST REWRITE FAILED FOR "
                       DU-KEY ", STATUS = " WS-DUP-MASTER-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "DUP-MAINT: CARD " WS-CARDS-READ
               " FOR " CL-DEPARTMENT "/" CL-TRANS-ID " REJECTED -- "
               CL-MESSAGE.

      *****************************************************************
      * A REWRITE that came back bad means the card did NOT take: it
      * counts rejected, not applied, so the report totals and the
      * RETURN-CODE cannot read clean over an I/O failure.  The card
      * line itself already printed.
      *****************************************************************
       2950-REPORT-IO-FAILURE.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           MOVE SPACES TO WS-IO-FAILURE-TEXT
           STRING "MASTER WRITE FAILED, STATUS "
               WS-DUP-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-CLEARS-APPLIED TO TO-CLEARS
               MOVE WS-CONFIRMS-APPLIED TO TO-CONFIRMS
               MOVE WS-BACKOUTS-WRITTEN TO TO-BACKOUTS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "DUP-MAINT: CARDS READ = " WS-CARDS-READ
               "  CLEARED = " WS-CLEARS-APPLIED
               "  CONFIRMED = " WS-CONFIRMS-APPLIED
               "  BACKOUT CARDS = " WS-BACKOUTS-WRITTEN
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ DUP-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           IF DUP-MASTER-OPEN
               CLOSE DUP-MASTER
           END-IF
           IF WS-BACKOUT-OUT-STATUS = "00"
               CLOSE BACKOUT-OUT
           END-IF
           IF WS-DUP-IN-STATUS = "00" OR "10"
               CLOSE DUP-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
