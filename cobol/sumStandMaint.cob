       IDENTIFICATION DIVISION.
       PROGRAM-ID. STND-MAINT.
      *****************************************************************
      * Standing-transaction master maintenance.  Applies STNDIN
      * cards to the keyed standing-transaction master
      * PROD.SUM.STANDING.MASTER (see STANDREC.cpy) and prints a
      * before/after maintenance report, the same way ACCT-MAINT and
      * DEPT-MAINT keep their masters.  SUM-SCHED generates the
      * entries as they come due, ahead of the nightly EDIT step.
      *
      * One card per action.  Add and change cards:
      *   col   1      action           "A" add, "C" change
      *   cols  2-5    department
      *   cols  6-8    entry number     within the department
      *   cols  9-14   GL account
      *   col  15      operation code   A/S/M/D, as on TRANIN
      *   col  16      addend count     1-5
      *   cols 17-56   addends          five of 8 bytes, leading
      *                                 sign, e.g. +0012345
      *   col  57      frequency        "M" monthly, "Q" quarterly,
      *                                 "D" once on the start date
      *   cols 58-59   due day          day of month for M and Q;
      *                                 blank on an add means the
      *                                 start date's day
      *   cols 60-67   start date       CCYYMMDD
      *   cols 68-75   end date         CCYYMMDD; blank on an add
      *                                 means no end
      * A blank field on a change leaves it alone; a non-blank addend
      * count replaces the count and all five addends together.  A
      * change to the frequency, due day or dates puts the entry up
      * for SUM-SCHED to schedule afresh.
      *
      * Description and stop cards:
      *   col   1      action           "N" description,
      *                                 "D" stop the entry
      *   cols  2-5    department
      *   cols  6-8    entry number
      *   cols  9-38   description      "N" cards only
      * A stopped entry stays on the master for the record but never
      * generates again; to start it over, add a new entry.
      *
      * The department must be active on the department master
      * (DEPTMST) for an add, since the generated batch goes out
      * under it.  An add for an entry already on the master, a card
      * for one that is not, a change to a stopped or completed
      * entry, or a field that would not pass the EDIT step is
      * rejected and reported.  RETURN-CODE 4 when any card was
      * rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAND-MASTER ASSIGN TO STNDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ST-KEY
                   FILE STATUS IS WS-STAND-MASTER-STATUS.

               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

               SELECT STAND-IN ASSIGN TO STNDIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-STAND-IN-STATUS.

               SELECT MAINT-RPT ASSIGN TO MAINTRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAND-MASTER
           RECORD CONTAINS 150 CHARACTERS.
           COPY STANDREC.

       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

       FD  STAND-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STAND-IN-RECORD.
           05  SI-ACTION               PIC X.
               88  SI-ACTION-ADD               VALUE "A".
               88  SI-ACTION-CHANGE            VALUE "C".
               88  SI-ACTION-DESCRIBE          VALUE "N".
               88  SI-ACTION-STOP              VALUE "D".
               88  SI-ACTION-VALID
                       VALUE "A" "C" "N" "D".
           05  SI-KEY.
               10  SI-DEPARTMENT       PIC X(4).
               10  SI-ENTRY-NO         PIC X(3).
           05  SI-GL-ACCOUNT           PIC X(6).
           05  SI-OPERATION-CODE       PIC X.
           05  SI-ADDEND-COUNT         PIC X.
           05  SI-ADDEND-TABLE         PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE OCCURS 5 TIMES.
           05  SI-FREQUENCY            PIC X.
           05  SI-DUE-DAY              PIC X(2).
           05  SI-START-DATE           PIC X(8).
           05  SI-END-DATE             PIC X(8).
           05  FILLER                  PIC X(5).
       01  STAND-DESC-RECORD.
           05  SN-ACTION               PIC X.
           05  SN-KEY                  PIC X(7).
           05  SN-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(42).

       FD  MAINT-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STAND-MASTER-STATUS  PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-STAND-IN-STATUS      PIC X(2).
           05  WS-MAINT-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-CARDS-SW      PIC X(1) VALUE "N".
               88  END-OF-CARDS                VALUE "Y".
           05  WS-ENTRY-FOUND-SW       PIC X(1) VALUE "N".
               88  ENTRY-IS-ON-MASTER          VALUE "Y".
           05  WS-CARD-REJECTED-SW     PIC X(1) VALUE "N".
               88  CARD-REJECTED               VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) VALUE ZERO.
           05  WS-ADDS-APPLIED         PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE ZERO.
           05  WS-STOPS-APPLIED        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-ADDEND-IX                PIC 9.
       01  WS-ENTRY-BEFORE             PIC X(150).
       01  WS-ENTRY-AFTER              PIC X(150).
       01  WS-CHECK-DATE               PIC X(8).
       01  WS-DATE-OK-SW               PIC X(1).
           88  CHECK-DATE-OK                   VALUE "Y".

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "STANDING TRANSACTION MASTER MAINTENANCE REPORT".

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
           05  FILLER                  PIC X(9) VALUE "  ENTRY ".
           05  CL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  CL-ENTRY-NO             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-MESSAGE              PIC X(50).

      *****************************************************************
      * The before and after images print through the same two lines
      * so the eye can run straight down a column to see what
      * changed.
      *****************************************************************
       01  WS-IMAGE-LINE.
           05  IL-LABEL                PIC X(10).
           05  IL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  IL-ENTRY-NO             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  IL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(5) VALUE "  OP ".
           05  IL-OPERATION-CODE       PIC X.
           05  FILLER                  PIC X(9) VALUE "  STATUS ".
           05  IL-STATUS               PIC X.
           05  FILLER                  PIC X(11) VALUE "  NEXT DUE ".
           05  IL-NEXT-DUE-DATE        PIC X(8).

       01  WS-SCHEDULE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "FREQUENCY ".
           05  SL-FREQUENCY            PIC X.
           05  FILLER                  PIC X(7) VALUE "  DAY ".
           05  SL-DUE-DAY              PIC 99.
           05  FILLER                  PIC X(9) VALUE "  START ".
           05  SL-START-DATE           PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  END ".
           05  SL-END-DATE             PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  ADDENDS ".
           05  SL-ADDEND-COUNT         PIC 9.
           05  SL-ADDEND               OCCURS 5 TIMES.
               10  FILLER              PIC X.
               10  SL-ADDEND-AMOUNT    PIC -ZZ,ZZ9.99.

       01  WS-NO-RECORD-LINE.
           05  NR-LABEL                PIC X(10).
           05  FILLER                  PIC X(21)
                   VALUE "ENTRY NOT ON MASTER".

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
           05  FILLER                  PIC X(11) VALUE "  STOPPED  ".
           05  TO-STOPS                PIC ZZZZ9.
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

           OPEN I-O STAND-MASTER
           IF WS-STAND-MASTER-STATUS = "35"
               DISPLAY "STND-MAINT: NO STANDING MASTER YET -- "
                   "STARTING ONE"
               OPEN OUTPUT STAND-MASTER
               CLOSE STAND-MASTER
               OPEN I-O STAND-MASTER
           END-IF
           IF WS-STAND-MASTER-STATUS NOT = "00"
               DISPLAY "STND-MAINT: UNABLE TO OPEN STNDMST, STATUS = "
                   WS-STAND-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "STND-MAINT: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT STAND-IN
           IF WS-STAND-IN-STATUS NOT = "00"
               DISPLAY "STND-MAINT: UNABLE TO OPEN STNDIN, STATUS = "
                   WS-STAND-IN-STATUS
               MOVE "Y" TO WS-END-OF-CARDS-SW
           END-IF

           OPEN OUTPUT MAINT-RPT
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "STND-MAINT: UNABLE TO OPEN MAINTRPT, "
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
           MOVE SI-ACTION TO CL-ACTION
           MOVE SI-DEPARTMENT TO CL-DEPARTMENT
           MOVE SI-ENTRY-NO TO CL-ENTRY-NO

           EVALUATE TRUE
               WHEN NOT SI-ACTION-VALID
                   MOVE "ACTION IS NOT A, C, N OR D -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
               WHEN SI-DEPARTMENT = SPACES
                   MOVE "NO DEPARTMENT -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
               WHEN SI-ENTRY-NO IS NOT NUMERIC
                       OR SI-ENTRY-NO = "000"
                   MOVE "ENTRY NUMBER NOT 001-999 -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
               WHEN OTHER
                   PERFORM 2100-READ-MASTER
                   EVALUATE TRUE
                       WHEN SI-ACTION-ADD
                           PERFORM 2200-APPLY-ADD
                       WHEN SI-ACTION-CHANGE
                           PERFORM 2300-APPLY-CHANGE
                       WHEN SI-ACTION-DESCRIBE
                           PERFORM 2350-APPLY-DESCRIPTION
                       WHEN SI-ACTION-STOP
                           PERFORM 2400-APPLY-STOP
                   END-EVALUATE
           END-EVALUATE
           WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 8000-READ-CARD.

       2100-READ-MASTER.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           MOVE SI-KEY TO ST-KEY
           READ STAND-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENTRY-IS-ON-MASTER TO TRUE
           END-READ.

       2200-APPLY-ADD.
           IF ENTRY-IS-ON-MASTER
               MOVE "ALREADY ON MASTER -- CARD REJECTED"
                   TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               PERFORM 2600-WRITE-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO STAND-RECORD
               MOVE SI-KEY TO ST-KEY
               MOVE SI-GL-ACCOUNT TO ST-GL-ACCOUNT
               MOVE SI-OPERATION-CODE TO ST-OPERATION-CODE
               PERFORM 2250-LOAD-ADDENDS
               MOVE SI-FREQUENCY TO ST-FREQUENCY
               MOVE SI-START-DATE TO ST-START-DATE
               IF SI-DUE-DAY = SPACES
                   MOVE SI-START-DATE(7:2) TO ST-DUE-DAY
               ELSE
                   MOVE SI-DUE-DAY TO ST-DUE-DAY
               END-IF
               IF SI-END-DATE = SPACES
                   MOVE "99999999" TO ST-END-DATE
               ELSE
                   MOVE SI-END-DATE TO ST-END-DATE
               END-IF
               SET ST-ENTRY-ACTIVE TO TRUE
               MOVE ZERO TO ST-LAST-TRANS-ID
               MOVE ZERO TO ST-GEN-COUNT
               PERFORM 2150-CHECK-DEPARTMENT
               IF CL-MESSAGE = SPACES
                   PERFORM 2500-VALIDATE-ENTRY
               END-IF
               IF CL-MESSAGE NOT = SPACES
                   PERFORM 2900-REJECT-CARD
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   MOVE "  BEFORE  " TO NR-LABEL
                   WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
                   PERFORM 2550-STAMP-MAINTENANCE
                   WRITE STAND-RECORD
                       INVALID KEY
                           DISPLAY "STND-MAINT: STNDMST WRITE FAILED "
                               "FOR " ST-KEY ", STATUS = "
                               WS-STAND-MASTER-STATUS
                   END-WRITE
                   IF WS-STAND-MASTER-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The generated batch goes out under the entry's department,
      * so the department must be one SUM-EDIT will accept.
      *****************************************************************
       2150-CHECK-DEPARTMENT.
           MOVE SI-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON DEPTMST -- CARD REJECTED"
                       TO CL-MESSAGE
               NOT INVALID KEY
                   IF NOT DP-DEPT-ACTIVE
                       MOVE "DEPARTMENT INACTIVE -- CARD REJECTED"
                           TO CL-MESSAGE
                   END-IF
           END-READ.

      *****************************************************************
      * Addends past the count may be left blank on the card; they
      * go on the master as zero, as TRANREC carries unused entries.
      *****************************************************************
       2250-LOAD-ADDENDS.
           MOVE SI-ADDEND-COUNT TO ST-ADDEND-COUNT
           PERFORM VARYING WS-ADDEND-IX FROM 1 BY 1
                   UNTIL WS-ADDEND-IX > 5
               IF ST-ADDEND-COUNT IS NUMERIC
                       AND WS-ADDEND-IX > ST-ADDEND-COUNT
                   MOVE ZERO TO ST-ADDEND-TABLE(WS-ADDEND-IX)
               ELSE
                   MOVE SI-ADDEND-TABLE(WS-ADDEND-IX)
                       TO ST-ADDEND-TABLE(WS-ADDEND-IX)
               END-IF
           END-PERFORM.

       2300-APPLY-CHANGE.
           IF NOT ENTRY-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF NOT ST-ENTRY-ACTIVE
                   MOVE "ENTRY STOPPED OR COMPLETE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   MOVE STAND-RECORD TO WS-ENTRY-BEFORE
                   IF SI-GL-ACCOUNT NOT = SPACES
                       MOVE SI-GL-ACCOUNT TO ST-GL-ACCOUNT
                   END-IF
                   IF SI-OPERATION-CODE NOT = SPACE
                       MOVE SI-OPERATION-CODE TO ST-OPERATION-CODE
                   END-IF
                   IF SI-ADDEND-COUNT NOT = SPACE
                       PERFORM 2250-LOAD-ADDENDS
                   END-IF
                   IF SI-FREQUENCY NOT = SPACE
                       MOVE SI-FREQUENCY TO ST-FREQUENCY
                       MOVE SPACES TO ST-NEXT-DUE-DATE
                   END-IF
                   IF SI-DUE-DAY NOT = SPACES
                       MOVE SI-DUE-DAY TO ST-DUE-DAY
                       MOVE SPACES TO ST-NEXT-DUE-DATE
                   END-IF
                   IF SI-START-DATE NOT = SPACES
                       MOVE SI-START-DATE TO ST-START-DATE
                       MOVE SPACES TO ST-NEXT-DUE-DATE
                   END-IF
                   IF SI-END-DATE NOT = SPACES
                       MOVE SI-END-DATE TO ST-END-DATE
                       MOVE SPACES TO ST-NEXT-DUE-DATE
                   END-IF
                   PERFORM 2500-VALIDATE-ENTRY
                   MOVE STAND-RECORD TO WS-ENTRY-AFTER
                   MOVE WS-ENTRY-BEFORE TO STAND-RECORD
                   IF CL-MESSAGE NOT = SPACES
                       PERFORM 2900-REJECT-CARD
                       PERFORM 2600-WRITE-BEFORE-IMAGE
                   ELSE
                       WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                       PERFORM 2600-WRITE-BEFORE-IMAGE
                       MOVE WS-ENTRY-AFTER TO STAND-RECORD
                       PERFORM 2550-STAMP-MAINTENANCE
                       PERFORM 2800-REWRITE-MASTER
                       IF WS-STAND-MASTER-STATUS = "00"
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM 2700-WRITE-AFTER-IMAGE
                       ELSE
                           PERFORM 2950-REPORT-IO-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2350-APPLY-DESCRIPTION.
           IF NOT ENTRY-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
               PERFORM 2600-WRITE-BEFORE-IMAGE
               MOVE SN-DESCRIPTION TO ST-DESCRIPTION
               PERFORM 2550-STAMP-MAINTENANCE
               PERFORM 2800-REWRITE-MASTER
               IF WS-STAND-MASTER-STATUS = "00"
                   ADD 1 TO WS-CHANGES-APPLIED
                   PERFORM 2700-WRITE-AFTER-IMAGE
               ELSE
                   PERFORM 2950-REPORT-IO-FAILURE
               END-IF
           END-IF.

      *****************************************************************
      * A stopped entry stays on the master -- the schedule report
      * and the generated items still trace back to it -- but
      * SUM-SCHED passes it by from now on.
      *****************************************************************
       2400-APPLY-STOP.
           IF NOT ENTRY-IS-ON-MASTER
               MOVE "NOT ON MASTER -- CARD REJECTED" TO CL-MESSAGE
               PERFORM 2900-REJECT-CARD
               MOVE "  BEFORE  " TO NR-LABEL
               WRITE MAINT-RPT-RECORD FROM WS-NO-RECORD-LINE
           ELSE
               IF NOT ST-ENTRY-ACTIVE
                   MOVE "ALREADY STOPPED OR COMPLETE -- CARD REJECTED"
                       TO CL-MESSAGE
                   PERFORM 2900-REJECT-CARD
                   PERFORM 2600-WRITE-BEFORE-IMAGE
               ELSE
                   WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
                   PERFORM 2600-WRITE-BEFORE-IMAGE
                   SET ST-ENTRY-INACTIVE TO TRUE
                   MOVE SPACES TO ST-NEXT-DUE-DATE
                   PERFORM 2550-STAMP-MAINTENANCE
                   PERFORM 2800-REWRITE-MASTER
                   IF WS-STAND-MASTER-STATUS = "00"
                       ADD 1 TO WS-STOPS-APPLIED
                       PERFORM 2700-WRITE-AFTER-IMAGE
                   ELSE
                       PERFORM 2950-REPORT-IO-FAILURE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Holds the entry, as it would stand after the card, to what
      * the EDIT step will demand of the detail generated from it --
      * the same date test Sum applies to TI-EFFECTIVE-DATE -- so a
      * bad entry is turned away here instead of suspending every
      * month.  CL-MESSAGE stays blank when the entry is good.
      *****************************************************************
       2500-VALIDATE-ENTRY.
           MOVE ST-START-DATE TO WS-CHECK-DATE
           PERFORM 2520-CHECK-DATE
           EVALUATE TRUE
               WHEN ST-GL-ACCOUNT = SPACES
                   MOVE "NO GL ACCOUNT -- CARD REJECTED" TO CL-MESSAGE
               WHEN NOT ST-OP-VALID
                   MOVE "OPERATION NOT A, S, M OR D -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN ST-ADDEND-COUNT IS NOT NUMERIC
                       OR ST-ADDEND-COUNT < 1
                       OR ST-ADDEND-COUNT > 5
                   MOVE "ADDEND COUNT NOT 1-5 -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN ST-ADDEND-TABLE(1) IS NOT NUMERIC
                       OR ST-ADDEND-TABLE(2) IS NOT NUMERIC
                       OR ST-ADDEND-TABLE(3) IS NOT NUMERIC
                       OR ST-ADDEND-TABLE(4) IS NOT NUMERIC
                       OR ST-ADDEND-TABLE(5) IS NOT NUMERIC
                   MOVE "ADDEND NOT NUMERIC -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN NOT ST-FREQ-VALID
                   MOVE "FREQUENCY NOT M, Q OR D -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN NOT CHECK-DATE-OK
                   MOVE "START DATE NOT A DATE -- CARD REJECTED"
                       TO CL-MESSAGE
               WHEN ST-DUE-DAY IS NOT NUMERIC
                       OR ST-DUE-DAY < 1
                       OR ST-DUE-DAY > 31
                   MOVE "DUE DAY NOT 01-31 -- CARD REJECTED"
                       TO CL-MESSAGE
           END-EVALUATE
           IF CL-MESSAGE = SPACES
                   AND ST-END-DATE NOT = "99999999"
               MOVE ST-END-DATE TO WS-CHECK-DATE
               PERFORM 2520-CHECK-DATE
               EVALUATE TRUE
                   WHEN NOT CHECK-DATE-OK
                       MOVE "END DATE NOT A DATE -- CARD REJECTED"
                           TO CL-MESSAGE
                   WHEN ST-END-DATE < ST-START-DATE
                       MOVE "END DATE BEFORE START -- CARD REJECTED"
                           TO CL-MESSAGE
               END-EVALUATE
           END-IF.

       2520-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE IS NUMERIC
                   AND WS-CHECK-DATE(5:2) >= "01"
                   AND WS-CHECK-DATE(5:2) <= "12"
                   AND WS-CHECK-DATE(7:2) >= "01"
                   AND WS-CHECK-DATE(7:2) <= "31"
               SET CHECK-DATE-OK TO TRUE
           END-IF.

       2550-STAMP-MAINTENANCE.
           MOVE WS-TODAY-DATE TO ST-LAST-MAINT-DATE
           MOVE SI-ACTION TO ST-LAST-MAINT-ACTION.

       2600-WRITE-BEFORE-IMAGE.
           MOVE "  BEFORE  " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2650-WRITE-IMAGE-LINES.
           MOVE ST-DEPARTMENT TO IL-DEPARTMENT
           MOVE ST-ENTRY-NO TO IL-ENTRY-NO
           MOVE ST-DESCRIPTION TO IL-DESCRIPTION
           MOVE ST-GL-ACCOUNT TO IL-GL-ACCOUNT
           MOVE ST-OPERATION-CODE TO IL-OPERATION-CODE
           MOVE ST-STATUS TO IL-STATUS
           MOVE ST-NEXT-DUE-DATE TO IL-NEXT-DUE-DATE
           WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE
           MOVE ST-FREQUENCY TO SL-FREQUENCY
           MOVE ST-START-DATE TO SL-START-DATE
           MOVE ST-END-DATE TO SL-END-DATE
           IF ST-DUE-DAY IS NUMERIC
               MOVE ST-DUE-DAY TO SL-DUE-DAY
           ELSE
               MOVE ZERO TO SL-DUE-DAY
           END-IF
           IF ST-ADDEND-COUNT IS NUMERIC
               MOVE ST-ADDEND-COUNT TO SL-ADDEND-COUNT
           ELSE
               MOVE ZERO TO SL-ADDEND-COUNT
           END-IF
           PERFORM VARYING WS-ADDEND-IX FROM 1 BY 1
                   UNTIL WS-ADDEND-IX > 5
               IF ST-ADDEND-TABLE(WS-ADDEND-IX) IS NUMERIC
                   MOVE ST-ADDEND-TABLE(WS-ADDEND-IX)
                       TO SL-ADDEND-AMOUNT(WS-ADDEND-IX)
               ELSE
                   MOVE ZERO TO SL-ADDEND-AMOUNT(WS-ADDEND-IX)
               END-IF
           END-PERFORM
           WRITE MAINT-RPT-RECORD FROM WS-SCHEDULE-LINE.

       2700-WRITE-AFTER-IMAGE.
           MOVE "  AFTER   " TO IL-LABEL
           PERFORM 2650-WRITE-IMAGE-LINES.

       2800-REWRITE-MASTER.
           REWRITE STAND-RECORD
               INVALID KEY
                   DISPLAY "STND-MAINT: STNDMST REWRITE FAILED FOR "
                       ST-KEY ", STATUS = "
                       WS-STAND-MASTER-STATUS
           END-REWRITE.

       2900-REJECT-CARD.
           SET CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           WRITE MAINT-RPT-RECORD FROM WS-CARD-LINE
           DISPLAY "STND-MAINT: CARD " WS-CARDS-READ
               " FOR ENTRY " SI-DEPARTMENT "-" SI-ENTRY-NO
               " REJECTED -- " CL-MESSAGE.

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
               WS-STAND-MASTER-STATUS " -- CARD REJECTED"
               DELIMITED BY SIZE INTO WS-IO-FAILURE-TEXT
           WRITE MAINT-RPT-RECORD FROM WS-IO-FAILURE-LINE.

       3000-WRITE-TOTALS.
           IF WS-MAINT-RPT-STATUS = "00"
               WRITE MAINT-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-CARDS-READ TO TO-CARDS-READ
               MOVE WS-ADDS-APPLIED TO TO-ADDS
               MOVE WS-CHANGES-APPLIED TO TO-CHANGES
               MOVE WS-STOPS-APPLIED TO TO-STOPS
               MOVE WS-CARDS-REJECTED TO TO-REJECTED
               WRITE MAINT-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "STND-MAINT: CARDS READ = " WS-CARDS-READ
               "  ADDS = " WS-ADDS-APPLIED
               "  CHANGES = " WS-CHANGES-APPLIED
               "  STOPPED = " WS-STOPS-APPLIED
               "  REJECTED = " WS-CARDS-REJECTED.

       8000-READ-CARD.
           READ STAND-IN
               AT END
                   MOVE "Y" TO WS-END-OF-CARDS-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       9000-TERMINATE.
           CLOSE STAND-MASTER
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           IF WS-STAND-IN-STATUS = "00" OR "10"
               CLOSE STAND-IN
           END-IF
           IF WS-MAINT-RPT-STATUS = "00"
               CLOSE MAINT-RPT
           END-IF
           IF WS-CARDS-REJECTED > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
