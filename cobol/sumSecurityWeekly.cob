       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEC-WEEKLY.
      *****************************************************************
      * Weekly report of controlled changes from the security log
      * PROD.SUM.SECURITY.LOG (see SECLOG.cpy) -- every MAINTIN,
      * FIXIN and BACKOUT card ACCT-MAINT, SUSP-FIX and SUM-REVERSE
      * read, applied or not, with who asked for it and who signed
      * it off.
      *
      * The log is SORTed twice:
      *   1. by requester, approver and time -- every card under the
      *      person who asked for it, with a subtotal for each
      *      approver they used and a total for the requester;
      *   2. by approver and requester -- how many changes each
      *      approver signed off, and for whom.
      *
      * The week comes from the SECPRM card:
      *   cols  1-8    from date        CCYYMMDD
      *   cols  9-16   to date          CCYYMMDD; blank means today
      * No card (or a blank one) reports the seven days ending today.
      * A date that is not numeric, or a from date after the to
      * date, ends RETURN-CODE 16 with nothing reported, as does a
      * SECRPT that will not open.
      *
      * RETURN-CODE 4 when any card in the week was refused by dual
      * control -- unapproved, self-approved, or approved by someone
      * without the authority -- so the week's attempts are looked
      * at, not just filed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SECURITY-LOG ASSIGN TO SECLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-LOG-STATUS.

               SELECT PARM-IN ASSIGN TO SECPRM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-IN-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

               SELECT SEC-RPT ASSIGN TO SECRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SEC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  SECURITY-LOG-IN-RECORD      PIC X(200).

       FD  PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD.
           05  PI-FROM-DATE            PIC X(8).
           05  PI-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(64).

       SD  SORT-FILE.
           COPY SECLOG.

       FD  SEC-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SEC-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SECURITY-LOG-STATUS  PIC X(2).
           05  WS-PARM-IN-STATUS       PIC X(2).
           05  WS-SEC-RPT-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-SORT-SW       PIC X(1) VALUE "N".
               88  END-OF-SORTED-INPUT         VALUE "Y".
           05  WS-MAJOR-OPEN-SW        PIC X(1) VALUE "N".
               88  MAJOR-IS-OPEN               VALUE "Y".
           05  WS-PAIR-OPEN-SW         PIC X(1) VALUE "N".
               88  PAIR-IS-OPEN                VALUE "Y".
           05  WS-BAD-PARM-SW          PIC X(1) VALUE "N".
               88  BAD-PARM-CARD               VALUE "Y".
           05  WS-RUN-STOPPED-SW       PIC X(1) VALUE "N".
               88  RUN-STOPPED                 VALUE "Y".
           05  WS-REFUSALS-SW          PIC X(1) VALUE "N".
               88  REFUSALS-IN-WEEK            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-FROM-INTEGER             PIC 9(7).
       01  WS-FROM-YYYYMMDD            PIC 9(8).
       01  WS-FROM-DATE                PIC X(8).
       01  WS-TO-DATE                  PIC X(8).

       01  WS-MAJOR-ID                 PIC X(8).
       01  WS-MINOR-ID                 PIC X(8).

      *****************************************************************
      * Counts by outcome, kept for the open requester/approver pair,
      * the open requester (or approver), and the week.  The groups
      * share one layout so any of them can be moved to
      * WS-LINE-COUNTS for printing.
      *****************************************************************
       01  WS-PAIR-COUNTS.
           05  WS-PAIR-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-PAIR-REFUSED         PIC 9(5) VALUE ZERO.
           05  WS-PAIR-REJECTED        PIC 9(5) VALUE ZERO.
       01  WS-MAJOR-COUNTS.
           05  WS-MAJOR-APPLIED        PIC 9(5) VALUE ZERO.
           05  WS-MAJOR-REFUSED        PIC 9(5) VALUE ZERO.
           05  WS-MAJOR-REJECTED       PIC 9(5) VALUE ZERO.
       01  WS-WEEK-COUNTS.
           05  WS-WEEK-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-WEEK-REFUSED         PIC 9(5) VALUE ZERO.
           05  WS-WEEK-REJECTED        PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNTS.
           05  WS-LINE-APPLIED         PIC 9(5).
           05  WS-LINE-REFUSED         PIC 9(5).
           05  WS-LINE-REJECTED        PIC 9(5).

       01  WS-COUNTERS.
           05  WS-REQUESTERS-REPORTED  PIC 9(5) VALUE ZERO.
           05  WS-APPROVERS-REPORTED   PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(35)
                   VALUE "SECURITY LOG -- CHANGES FOR WEEK  ".
           05  TL-FROM-DATE            PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  TL-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(13)
                   VALUE "   RUN DATE: ".
           05  TL-RUN-DATE             PIC X(8).

       01  WS-LEGEND-LINE.
           05  FILLER                  PIC X(32)
                   VALUE "REFUSED = FAILED DUAL CONTROL   ".
           05  FILLER                  PIC X(35)
                   VALUE "REJECTED = SIGNED OFF, NOT APPLIED".

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(10) VALUE "*** BY ".
           05  SL-TITLE                PIC X(40).

       01  WS-MAJOR-HEAD-LINE.
           05  MH-LABEL                PIC X(10).
           05  MH-ID                   PIC X(8).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-DATE                 PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  DL-TIME                 PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-KIND                 PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-RESULT               PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  APPR ".
           05  DL-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  CARD ".
           05  DL-CARD-NO              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-SUBJECT              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-REASON               PIC X(44).

       01  WS-COUNT-LINE.
           05  CN-LABEL                PIC X(20).
           05  CN-ID                   PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  CHANGES  ".
           05  CN-CHANGES              PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  APPLIED  ".
           05  CN-APPLIED              PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED  ".
           05  CN-REFUSED              PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED  ".
           05  CN-REJECTED             PIC ZZZZ9.

       01  WS-NONE-LINE                PIC X(132)
               VALUE "  NO CONTROLLED CHANGES LOGGED IN THE WEEK".

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT BAD-PARM-CARD AND NOT RUN-STOPPED
               SORT SORT-FILE
                   ON ASCENDING KEY SG-REQUESTER-ID
                                    SG-APPROVER-ID
                                    SG-TIMESTAMP
                   USING SECURITY-LOG
                   OUTPUT PROCEDURE IS 3000-REPORT-BY-REQUESTER
               SORT SORT-FILE
                   ON ASCENDING KEY SG-APPROVER-ID
                                    SG-REQUESTER-ID
                                    SG-TIMESTAMP
                   USING SECURITY-LOG
                   OUTPUT PROCEDURE IS 4000-REPORT-BY-APPROVER
               PERFORM 5000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 1100-READ-PARM-CARD

           IF NOT BAD-PARM-CARD
               OPEN OUTPUT SEC-RPT
               IF WS-SEC-RPT-STATUS NOT = "00"
                   DISPLAY "SEC-WEEKLY: UNABLE TO OPEN SECRPT, "
                       "STATUS = " WS-SEC-RPT-STATUS
                   SET RUN-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-FROM-DATE TO TL-FROM-DATE
                   MOVE WS-TO-DATE TO TL-TO-DATE
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO TL-RUN-DATE
                   WRITE SEC-RPT-RECORD FROM WS-TITLE-LINE
                   WRITE SEC-RPT-RECORD FROM WS-LEGEND-LINE
                   WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
               END-IF
               DISPLAY "SEC-WEEKLY: REPORTING " WS-FROM-DATE
                   " TO " WS-TO-DATE
           END-IF.

      *****************************************************************
      * The week comes in on the SECPRM card so a missed or late run
      * can be reported for the right dates; with no card the week
      * is the seven days ending today, counted the way AUD-ARCH
      * counts its retention.
      *****************************************************************
       1100-READ-PARM-CARD.
           MOVE SPACES TO PARM-IN-RECORD
           OPEN INPUT PARM-IN
           IF WS-PARM-IN-STATUS = "00"
               READ PARM-IN
                   AT END
                       MOVE SPACES TO PARM-IN-RECORD
               END-READ
               CLOSE PARM-IN
           END-IF

           IF PI-TO-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TO-DATE
           ELSE
               MOVE PI-TO-DATE TO WS-TO-DATE
           END-IF
           IF PI-FROM-DATE = SPACES
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 6
               COMPUTE WS-FROM-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER)
               MOVE WS-FROM-YYYYMMDD TO WS-FROM-DATE
           ELSE
               MOVE PI-FROM-DATE TO WS-FROM-DATE
           END-IF

           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SEC-WEEKLY: BAD SECPRM CARD -- FROM "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " -- NOTHING REPORTED"
               SET BAD-PARM-CARD TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Section 1: every card in the week under its requester,
      * broken by approver, with pair and requester counts.
      *****************************************************************
       3000-REPORT-BY-REQUESTER.
           MOVE "N" TO WS-END-OF-SORT-SW
           MOVE "N" TO WS-MAJOR-OPEN-SW
           MOVE "N" TO WS-PAIR-OPEN-SW
           MOVE "REQUESTER" TO SL-TITLE
           WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE
           WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 3100-RETURN-IN-WEEK
           IF END-OF-SORTED-INPUT
               WRITE SEC-RPT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM 3200-PROCESS-BY-REQUESTER
               UNTIL END-OF-SORTED-INPUT
           IF MAJOR-IS-OPEN
               PERFORM 3450-CLOSE-REQUESTER
           END-IF.

      *****************************************************************
      * Returns the next sorted record dated inside the week; the
      * rest of the log passes by unreported.
      *****************************************************************
       3100-RETURN-IN-WEEK.
           PERFORM 3110-RETURN-SORTED-RECORD
           PERFORM 3110-RETURN-SORTED-RECORD
               UNTIL END-OF-SORTED-INPUT
                  OR (SG-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                      AND SG-TIMESTAMP(1:8) NOT > WS-TO-DATE).

       3110-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-SORT-SW
           END-RETURN.

       3200-PROCESS-BY-REQUESTER.
           IF MAJOR-IS-OPEN
                   AND SG-REQUESTER-ID NOT = WS-MAJOR-ID
               PERFORM 3450-CLOSE-REQUESTER
           END-IF
           IF PAIR-IS-OPEN
                   AND SG-APPROVER-ID NOT = WS-MINOR-ID
               PERFORM 3400-CLOSE-PAIR
           END-IF
           IF NOT MAJOR-IS-OPEN
               SET MAJOR-IS-OPEN TO TRUE
               MOVE SG-REQUESTER-ID TO WS-MAJOR-ID
               INITIALIZE WS-MAJOR-COUNTS
               ADD 1 TO WS-REQUESTERS-REPORTED
               MOVE "REQUESTER " TO MH-LABEL
               MOVE WS-MAJOR-ID TO MH-ID
               IF MH-ID = SPACES
                   MOVE "(NONE)" TO MH-ID
               END-IF
               WRITE SEC-RPT-RECORD FROM WS-MAJOR-HEAD-LINE
           END-IF
           IF NOT PAIR-IS-OPEN
               SET PAIR-IS-OPEN TO TRUE
               MOVE SG-APPROVER-ID TO WS-MINOR-ID
               INITIALIZE WS-PAIR-COUNTS
           END-IF

           EVALUATE TRUE
               WHEN SG-RESULT-APPLIED
                   ADD 1 TO WS-PAIR-APPLIED
                   ADD 1 TO WS-WEEK-APPLIED
                   MOVE "APPLIED " TO DL-RESULT
               WHEN SG-RESULT-CONTROL
                   ADD 1 TO WS-PAIR-REFUSED
                   ADD 1 TO WS-WEEK-REFUSED
                   MOVE "REFUSED " TO DL-RESULT
                   SET REFUSALS-IN-WEEK TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PAIR-REJECTED
                   ADD 1 TO WS-WEEK-REJECTED
                   MOVE "REJECTED" TO DL-RESULT
           END-EVALUATE
           EVALUATE TRUE
               WHEN SG-KIND-ACCOUNT
                   MOVE "ACCOUNT " TO DL-KIND
               WHEN SG-KIND-SUSPENSE
                   MOVE "SUSPENSE" TO DL-KIND
               WHEN SG-KIND-BACKOUT
                   MOVE "BACKOUT " TO DL-KIND
               WHEN OTHER
                   MOVE SG-CHANGE-KIND TO DL-KIND
           END-EVALUATE
           MOVE SG-TIMESTAMP(1:8) TO DL-DATE
           MOVE SG-TIMESTAMP(9:6) TO DL-TIME
           MOVE SG-APPROVER-ID TO DL-APPROVER-ID
           IF DL-APPROVER-ID = SPACES
               MOVE "(NONE)" TO DL-APPROVER-ID
           END-IF
           MOVE SG-CARD-NO TO DL-CARD-NO
           MOVE SG-SUBJECT TO DL-SUBJECT
           MOVE SG-REASON TO DL-REASON
           WRITE SEC-RPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 3100-RETURN-IN-WEEK.

       3400-CLOSE-PAIR.
           MOVE "    APPROVED BY     " TO CN-LABEL
           MOVE WS-MINOR-ID TO CN-ID
           MOVE WS-PAIR-COUNTS TO WS-LINE-COUNTS
           PERFORM 8500-WRITE-COUNT-LINE
           ADD WS-PAIR-APPLIED TO WS-MAJOR-APPLIED
           ADD WS-PAIR-REFUSED TO WS-MAJOR-REFUSED
           ADD WS-PAIR-REJECTED TO WS-MAJOR-REJECTED
           MOVE "N" TO WS-PAIR-OPEN-SW.

       3450-CLOSE-REQUESTER.
           IF PAIR-IS-OPEN
               PERFORM 3400-CLOSE-PAIR
           END-IF
           MOVE "  REQUESTER TOTAL   " TO CN-LABEL
           MOVE WS-MAJOR-ID TO CN-ID
           MOVE WS-MAJOR-COUNTS TO WS-LINE-COUNTS
           PERFORM 8500-WRITE-COUNT-LINE
           WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
           MOVE "N" TO WS-MAJOR-OPEN-SW.

      *****************************************************************
      * Section 2: counts only, under each approver, broken by the
      * requesters whose changes they signed off.  The week's totals
      * were taken in section 1 and are not counted again.
      *****************************************************************
       4000-REPORT-BY-APPROVER.
           MOVE "N" TO WS-END-OF-SORT-SW
           MOVE "N" TO WS-MAJOR-OPEN-SW
           MOVE "N" TO WS-PAIR-OPEN-SW
           MOVE "APPROVER" TO SL-TITLE
           WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE
           WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 3100-RETURN-IN-WEEK
           IF END-OF-SORTED-INPUT
               WRITE SEC-RPT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM 4200-PROCESS-BY-APPROVER
               UNTIL END-OF-SORTED-INPUT
           IF MAJOR-IS-OPEN
               PERFORM 4450-CLOSE-APPROVER
           END-IF.

       4200-PROCESS-BY-APPROVER.
           IF MAJOR-IS-OPEN
                   AND SG-APPROVER-ID NOT = WS-MAJOR-ID
               PERFORM 4450-CLOSE-APPROVER
           END-IF
           IF PAIR-IS-OPEN
                   AND SG-REQUESTER-ID NOT = WS-MINOR-ID
               PERFORM 4400-CLOSE-PAIR
           END-IF
           IF NOT MAJOR-IS-OPEN
               SET MAJOR-IS-OPEN TO TRUE
               MOVE SG-APPROVER-ID TO WS-MAJOR-ID
               INITIALIZE WS-MAJOR-COUNTS
               ADD 1 TO WS-APPROVERS-REPORTED
               MOVE "APPROVER  " TO MH-LABEL
               MOVE WS-MAJOR-ID TO MH-ID
               IF MH-ID = SPACES
                   MOVE "(NONE)" TO MH-ID
               END-IF
               WRITE SEC-RPT-RECORD FROM WS-MAJOR-HEAD-LINE
           END-IF
           IF NOT PAIR-IS-OPEN
               SET PAIR-IS-OPEN TO TRUE
               MOVE SG-REQUESTER-ID TO WS-MINOR-ID
               INITIALIZE WS-PAIR-COUNTS
           END-IF
           EVALUATE TRUE
               WHEN SG-RESULT-APPLIED
                   ADD 1 TO WS-PAIR-APPLIED
               WHEN SG-RESULT-CONTROL
                   ADD 1 TO WS-PAIR-REFUSED
               WHEN OTHER
                   ADD 1 TO WS-PAIR-REJECTED
           END-EVALUATE
           PERFORM 3100-RETURN-IN-WEEK.

       4400-CLOSE-PAIR.
           MOVE "    REQUESTED BY    " TO CN-LABEL
           MOVE WS-MINOR-ID TO CN-ID
           MOVE WS-PAIR-COUNTS TO WS-LINE-COUNTS
           PERFORM 8500-WRITE-COUNT-LINE
           ADD WS-PAIR-APPLIED TO WS-MAJOR-APPLIED
           ADD WS-PAIR-REFUSED TO WS-MAJOR-REFUSED
           ADD WS-PAIR-REJECTED TO WS-MAJOR-REJECTED
           MOVE "N" TO WS-PAIR-OPEN-SW.

       4450-CLOSE-APPROVER.
           IF PAIR-IS-OPEN
               PERFORM 4400-CLOSE-PAIR
           END-IF
           MOVE "  APPROVER TOTAL    " TO CN-LABEL
           MOVE WS-MAJOR-ID TO CN-ID
           MOVE WS-MAJOR-COUNTS TO WS-LINE-COUNTS
           PERFORM 8500-WRITE-COUNT-LINE
           WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
           MOVE "N" TO WS-MAJOR-OPEN-SW.

       5000-WRITE-TOTALS.
           WRITE SEC-RPT-RECORD FROM WS-BLANK-LINE
           MOVE "WEEK TOTAL          " TO CN-LABEL
           MOVE SPACES TO CN-ID
           MOVE WS-WEEK-COUNTS TO WS-LINE-COUNTS
           PERFORM 8500-WRITE-COUNT-LINE
           DISPLAY "SEC-WEEKLY: REQUESTERS = " WS-REQUESTERS-REPORTED
               "  APPROVERS = " WS-APPROVERS-REPORTED
               "  APPLIED = " WS-WEEK-APPLIED
               "  REFUSED = " WS-WEEK-REFUSED
               "  REJECTED = " WS-WEEK-REJECTED.

       8500-WRITE-COUNT-LINE.
           IF CN-ID = SPACES AND CN-LABEL NOT = "WEEK TOTAL"
               MOVE "(NONE)" TO CN-ID
           END-IF
           COMPUTE CN-CHANGES = WS-LINE-APPLIED + WS-LINE-REFUSED
               + WS-LINE-REJECTED
           MOVE WS-LINE-APPLIED TO CN-APPLIED
           MOVE WS-LINE-REFUSED TO CN-REFUSED
           MOVE WS-LINE-REJECTED TO CN-REJECTED
           WRITE SEC-RPT-RECORD FROM WS-COUNT-LINE.

       9000-TERMINATE.
           IF WS-SEC-RPT-STATUS = "00"
               CLOSE SEC-RPT
           END-IF
           IF REFUSALS-IN-WEEK
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
