       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-SCHED.
      *****************************************************************
      * Standing-transaction scheduler.  Runs ahead of the EDIT step
      * in SUMBATCH and turns every standing entry that has come due
      * (PROD.SUM.STANDING.MASTER, see STANDREC.cpy, kept by
      * STND-MAINT) into a TRANIN detail, so the desks stop keying
      * the same rent, lease and accrual postings by hand every
      * month.
      *
      * The details go out as proper TRANREC batches on STNDOUT --
      * one batch per department, under that department's own
      * header, numbered 900 up within the night, each closed by a
      * trailer carrying its detail count and addend hash total --
      * so the EDIT step proves, registers and reconciles them like
      * any keyed batch, and a resubmitted night cannot post them
      * twice.  STNDOUT is opened EXTEND: a batch generated on a
      * night whose run died before the SUM step simply waits in
      * the file, alongside anything generated later, until a SUM
      * step has consumed it.
      *
      * An entry can have come due more than once since it last
      * generated (a night the job did not run); every occurrence
      * goes out, each dated its own due date, and the entry's next
      * due date moves on past tonight before it is rewritten.  The
      * entry is marked complete once it has run past its end date.
      *
      * SCHEDRPT lists everything generated tonight, batch by batch,
      * then every active entry coming due within the look-ahead
      * window -- days, columns 1-3 of the PARMIN card, 31 when the
      * card is missing.
      *
      * An entry whose department is no longer active on the
      * department master (DEPTMST) is not generated -- SUM-EDIT
      * would fail the whole night over its batch -- but is listed
      * as held back and stays due, so it goes out the first night
      * after the department is reactivated.  RETURN-CODE 4 when
      * anything was held back.
      *
      * RETURN-CODE 16 when a file would not open, a write failed,
      * or the reserved identifier or batch-number range ran out;
      * whatever batch was open is still closed with a proper
      * trailer, so STNDOUT never holds half a batch.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAND-MASTER ASSIGN TO STNDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-KEY
                   FILE STATUS IS WS-STAND-MASTER-STATUS.

               SELECT DEPT-MASTER ASSIGN TO DEPTMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DP-DEPARTMENT
                   FILE STATUS IS WS-DEPT-MASTER-STATUS.

               SELECT STAND-TRANS-OUT ASSIGN TO STNDOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-STAND-TRANS-OUT-STATUS.

               SELECT PARM-IN ASSIGN TO PARMIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-IN-STATUS.

               SELECT SCHED-RPT ASSIGN TO SCHEDRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SCHED-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The master is read INTO, and written FROM, the STANDREC
      * layouts in WORKING-STORAGE, so the control record and the
      * entry in hand can both be kept while the file is browsed.
      *****************************************************************
       FD  STAND-MASTER
           RECORD CONTAINS 150 CHARACTERS.
       01  STAND-MASTER-RECORD.
           05  SM-KEY                  PIC X(7).
           05  FILLER                  PIC X(143).

       FD  DEPT-MASTER
           RECORD CONTAINS 240 CHARACTERS.
           COPY DEPTREC.

       FD  STAND-TRANS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 67 CHARACTERS.
           COPY TRANREC.

       FD  PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD.
           05  PI-LOOK-AHEAD-DAYS      PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  SCHED-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHED-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STAND-MASTER-STATUS  PIC X(2).
           05  WS-DEPT-MASTER-STATUS   PIC X(2).
           05  WS-STAND-TRANS-OUT-STATUS
                                       PIC X(2).
           05  WS-PARM-IN-STATUS       PIC X(2).
           05  WS-SCHED-RPT-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-BATCH-OPEN-SW        PIC X(1) VALUE "N".
               88  BATCH-OPEN                  VALUE "Y".
           05  WS-ENTRY-CHANGED-SW     PIC X(1) VALUE "N".
               88  ENTRY-CHANGED               VALUE "Y".
           05  WS-SCHED-STOPPED-SW     PIC X(1) VALUE "N".
               88  SCHED-STOPPED               VALUE "Y".
           05  WS-MASTER-OPEN-SW       PIC X(1) VALUE "N".
               88  STAND-MASTER-OPEN           VALUE "Y".
           05  WS-DEPT-MASTER-SW       PIC X(1) VALUE "N".
               88  DEPT-MASTER-OPEN            VALUE "Y".
           05  WS-DEPT-ACTIVE-SW       PIC X(1) VALUE "N".
               88  DEPT-IS-ACTIVE              VALUE "Y".

           COPY STANDREC.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(7).
       01  WS-WINDOW-END-DATE          PIC X(8).
       01  WS-WINDOW-END-YYYYMMDD      PIC 9(8).
       01  WS-LOOK-AHEAD-DAYS          PIC 9(3) VALUE 31.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-GENERATED      PIC 9(5) VALUE ZERO.
           05  WS-BATCHES-WRITTEN      PIC 9(3) VALUE ZERO.
           05  WS-ENTRIES-COMPLETED    PIC 9(5) VALUE ZERO.
           05  WS-ENTRIES-COMING-DUE   PIC 9(5) VALUE ZERO.
           05  WS-ENTRIES-HELD-BACK    PIC 9(5) VALUE ZERO.

       01  WS-BATCH-WORK.
           05  WS-BATCH-DEPARTMENT     PIC X(4).
           05  WS-BATCH-NO             PIC 9(3).
           05  WS-BATCH-COUNT          PIC 9(7).
           05  WS-BATCH-HASH           PIC S9(11)V99.

       01  WS-ITEM-HASH                PIC S9(7)V99.
       01  WS-ADDEND-IX                PIC 9.

      *****************************************************************
      * Due-date arithmetic is done on a month index (year * 12 plus
      * month - 1), so stepping a month or a quarter never has to
      * think about year ends.  The day is then clamped to the last
      * day of the month, February of a leap year included.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WD-YEAR                 PIC 9(4).
           05  WD-MONTH                PIC 9(2).
           05  WD-DAY                  PIC 9(2).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                       PIC X(8).

       01  WS-MONTH-INDEX              PIC 9(6).
       01  WS-START-MONTH-INDEX        PIC 9(6).
       01  WS-MONTHS-SINCE-START       PIC 9(6).
       01  WS-MONTH-STEP               PIC 9(2).
       01  WS-MONTH-REMAINDER          PIC 9(2).
       01  WS-QUOTIENT                 PIC 9(6).
       01  WS-LEAP-REMAINDER           PIC 9(3).
       01  WS-MONTH-DAYS               PIC 9(2).
       01  WS-FLOOR-DATE               PIC X(8).
       01  WS-DAY-AFTER-YYYYMMDD       PIC 9(8).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS-ENTRY     PIC 9(2) OCCURS 12 TIMES.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "STANDING TRANSACTION SCHEDULE REPORT".

       01  WS-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RD-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  RD-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  RD-DAY                  PIC X(2).

       01  WS-GENERATED-TITLE-LINE     PIC X(132)
               VALUE "TRANSACTIONS GENERATED TONIGHT".

       01  WS-GENERATED-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE "DEPT  BATCH  ENTRY TRANS ID  ACCOUNT OP ".
           05  FILLER                  PIC X(40)
               VALUE "  EFFECTIVE  ADDEND TOTAL  DESCRIPTION  ".
           05  FILLER                  PIC X(23)
               VALUE "                   NOTE".

       01  WS-GENERATED-LINE.
           05  GN-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  GN-ENTRY-NO             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GN-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-OPERATION-CODE       PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GN-ITEM-HASH            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GN-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GN-NOTE                 PIC X(20).

       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "  BATCH TOTAL ".
           05  BT-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  BT-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(11) VALUE "  DETAILS  ".
           05  BT-RECORD-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  HASH TOTAL  ".
           05  BT-HASH-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NOTHING-DUE-LINE         PIC X(132)
               VALUE "  NOTHING CAME DUE TONIGHT".

       01  WS-COMING-TITLE-LINE.
           05  FILLER                  PIC X(19)
                   VALUE "COMING DUE THROUGH ".
           05  CT-WINDOW-END-DATE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE " (".
           05  CT-LOOK-AHEAD-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE " DAYS)".

       01  WS-COMING-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE "DEPT  ENTRY  DESCRIPTION                ".
           05  FILLER                  PIC X(40)
               VALUE "     ACCOUNT  OP  FREQ  DAY   NEXT DUE  ".
           05  FILLER                  PIC X(23)
               VALUE "END DATE   ADDEND TOTAL".

       01  WS-COMING-LINE.
           05  CD-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CD-ENTRY-NO             PIC 9(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CD-OPERATION-CODE       PIC X.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CD-FREQUENCY            PIC X.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CD-DUE-DAY              PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CD-NEXT-DUE-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-END-DATE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-ITEM-HASH            PIC -Z,ZZZ,ZZ9.99.

       01  WS-NOTHING-COMING-LINE      PIC X(132)
               VALUE "  NOTHING COMING DUE IN THE WINDOW".

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "ENTRIES READ  ".
           05  TO-ENTRIES-READ         PIC ZZZZ9.
           05  FILLER                  PIC X(19)
                   VALUE "  ITEMS GENERATED  ".
           05  TO-ITEMS-GENERATED      PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  BATCHES  ".
           05  TO-BATCHES              PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE "  COMPLETED  ".
           05  TO-COMPLETED            PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  COMING DUE  ".
           05  TO-COMING-DUE           PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  HELD BACK  ".
           05  TO-HELD-BACK            PIC ZZZZ9.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ENTRY UNTIL END-OF-MASTER
           IF BATCH-OPEN
               PERFORM 2700-CLOSE-BATCH
           END-IF
           IF WS-ITEMS-GENERATED = ZERO
                   AND WS-SCHED-RPT-STATUS = "00"
               WRITE SCHED-RPT-RECORD FROM WS-NOTHING-DUE-LINE
           END-IF
           IF STAND-MASTER-OPEN
               PERFORM 3000-LIST-COMING-DUE
           END-IF
           PERFORM 3500-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           OPEN I-O STAND-MASTER
           IF WS-STAND-MASTER-STATUS = "35"
               DISPLAY "SUM-SCHED: NO STANDING MASTER YET -- "
                   "STARTING ONE"
               OPEN OUTPUT STAND-MASTER
               CLOSE STAND-MASTER
               OPEN I-O STAND-MASTER
           END-IF
           IF WS-STAND-MASTER-STATUS = "00"
               SET STAND-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-SCHED: UNABLE TO OPEN STNDMST, STATUS = "
                   WS-STAND-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-MASTER-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "00"
               SET DEPT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-SCHED: UNABLE TO OPEN DEPTMST, STATUS = "
                   WS-DEPT-MASTER-STATUS
               MOVE "Y" TO WS-END-OF-MASTER-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN EXTEND STAND-TRANS-OUT
           IF WS-STAND-TRANS-OUT-STATUS = "35"
               OPEN OUTPUT STAND-TRANS-OUT
           END-IF
           IF WS-STAND-TRANS-OUT-STATUS NOT = "00"
               DISPLAY "SUM-SCHED: UNABLE TO OPEN STNDOUT, STATUS = "
                   WS-STAND-TRANS-OUT-STATUS
               MOVE "Y" TO WS-END-OF-MASTER-SW
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT SCHED-RPT
           IF WS-SCHED-RPT-STATUS NOT = "00"
               DISPLAY "SUM-SCHED: UNABLE TO OPEN SCHEDRPT, "
                   "STATUS = " WS-SCHED-RPT-STATUS
               MOVE "Y" TO WS-END-OF-MASTER-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO RD-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO RD-MONTH
               MOVE WS-CURRENT-TIMESTAMP(7:2) TO RD-DAY
               WRITE SCHED-RPT-RECORD FROM WS-TITLE-LINE
               WRITE SCHED-RPT-RECORD FROM WS-RUN-DATE-LINE
               WRITE SCHED-RPT-RECORD FROM WS-BLANK-LINE
               WRITE SCHED-RPT-RECORD FROM WS-GENERATED-TITLE-LINE
               WRITE SCHED-RPT-RECORD FROM WS-GENERATED-HEADING-LINE
           END-IF

           PERFORM 1100-READ-PARM-CARD

           IF NOT END-OF-MASTER
               PERFORM 1200-READ-CONTROL-RECORD
           END-IF
           IF NOT END-OF-MASTER
               MOVE SPACES TO SM-KEY
               START STAND-MASTER KEY > SM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-END-OF-MASTER-SW
               END-START
           END-IF
           IF NOT END-OF-MASTER
               PERFORM 8000-READ-NEXT-ENTRY
           END-IF.

      *****************************************************************
      * The look-ahead window comes in on the PARMIN card so the desk
      * can widen it around a quarter end without a program change.
      * A missing or unreadable card falls back to 31 days.
      *****************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-IN
           IF WS-PARM-IN-STATUS NOT = "00"
               DISPLAY "SUM-SCHED: NO PARMIN CARD, LOOKING AHEAD "
                   WS-LOOK-AHEAD-DAYS " DAYS"
           ELSE
               READ PARM-IN
                   AT END
                       DISPLAY "SUM-SCHED: PARMIN EMPTY, LOOKING "
                           "AHEAD " WS-LOOK-AHEAD-DAYS " DAYS"
                   NOT AT END
                       IF PI-LOOK-AHEAD-DAYS IS NUMERIC
                           MOVE PI-LOOK-AHEAD-DAYS
                               TO WS-LOOK-AHEAD-DAYS
                       ELSE
                           DISPLAY "SUM-SCHED: PARMIN DAYS NOT "
                               "NUMERIC, LOOKING AHEAD "
                               WS-LOOK-AHEAD-DAYS " DAYS"
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF
           COMPUTE WS-WINDOW-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + WS-LOOK-AHEAD-DAYS)
           MOVE WS-WINDOW-END-YYYYMMDD TO WS-WINDOW-END-DATE.

      *****************************************************************
      * The control record (blank key) carries the next reserved
      * transaction identifier and the last batch number given out.
      * On the very first run there is none yet: identifiers start
      * at 9000001.  Batch numbers carry on from the last one used
      * if a batch was already generated today, else start at 900.
      *****************************************************************
       1200-READ-CONTROL-RECORD.
           MOVE SPACES TO SM-KEY
           READ STAND-MASTER INTO STAND-CONTROL-RECORD
               INVALID KEY
                   MOVE SPACES TO STAND-CONTROL-RECORD
                   MOVE 9000001 TO SC-NEXT-TRANS-ID
                   MOVE ZERO TO SC-LAST-BATCH-NO
                   WRITE STAND-MASTER-RECORD
                       FROM STAND-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "SUM-SCHED: STNDMST CONTROL "
                               "RECORD WRITE FAILED, STATUS = "
                               WS-STAND-MASTER-STATUS
                           MOVE "Y" TO WS-END-OF-MASTER-SW
                           MOVE 16 TO RETURN-CODE
                   END-WRITE
           END-READ
           IF SC-LAST-BATCH-DATE = WS-TODAY-DATE
               MOVE SC-LAST-BATCH-NO TO WS-BATCH-NO
           ELSE
               MOVE 899 TO WS-BATCH-NO
           END-IF.

       2000-PROCESS-ENTRY.
           MOVE "N" TO WS-ENTRY-CHANGED-SW
           IF ST-ENTRY-ACTIVE
               IF ST-NEXT-DUE-DATE = SPACES
                   PERFORM 4000-FIRST-DUE-DATE
               END-IF
               IF ST-ENTRY-ACTIVE
                       AND ST-NEXT-DUE-DATE NOT > WS-TODAY-DATE
                   PERFORM 2050-CHECK-DEPARTMENT
               END-IF
               PERFORM 2100-GENERATE-ITEM
                   UNTIL NOT ST-ENTRY-ACTIVE
                      OR ST-NEXT-DUE-DATE > WS-TODAY-DATE
                      OR NOT DEPT-IS-ACTIVE
                      OR SCHED-STOPPED
               IF ENTRY-CHANGED
                   PERFORM 2800-REWRITE-ENTRY
               END-IF
           END-IF
           IF SCHED-STOPPED
               MOVE "Y" TO WS-END-OF-MASTER-SW
           ELSE
               PERFORM 8000-READ-NEXT-ENTRY
           END-IF.

      *****************************************************************
      * Only a department SUM-EDIT will accept gets a batch.  An
      * entry held back keeps its due date and prints with the
      * reason; the rest of the night's entries go out as usual.
      *****************************************************************
       2050-CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-ACTIVE-SW
           MOVE ST-DEPARTMENT TO DP-DEPARTMENT
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "NOT ON DEPTMST -- HELD" TO GN-NOTE
               NOT INVALID KEY
                   IF DP-DEPT-ACTIVE
                       SET DEPT-IS-ACTIVE TO TRUE
                   ELSE
                       MOVE "DEPT INACTIVE -- HELD" TO GN-NOTE
                   END-IF
           END-READ
           IF NOT DEPT-IS-ACTIVE
               ADD 1 TO WS-ENTRIES-HELD-BACK
               MOVE ST-DEPARTMENT TO GN-DEPARTMENT
               MOVE ZERO TO GN-BATCH-NO
               MOVE ST-ENTRY-NO TO GN-ENTRY-NO
               MOVE ZERO TO GN-TRANS-ID
               MOVE ST-GL-ACCOUNT TO GN-GL-ACCOUNT
               MOVE ST-OPERATION-CODE TO GN-OPERATION-CODE
               MOVE ST-NEXT-DUE-DATE TO GN-EFFECTIVE-DATE
               MOVE ZERO TO WS-ITEM-HASH
               PERFORM VARYING WS-ADDEND-IX FROM 1 BY 1
                       UNTIL WS-ADDEND-IX > ST-ADDEND-COUNT
                   ADD ST-ADDEND-TABLE(WS-ADDEND-IX) TO WS-ITEM-HASH
               END-PERFORM
               MOVE WS-ITEM-HASH TO GN-ITEM-HASH
               MOVE ST-DESCRIPTION TO GN-DESCRIPTION
               WRITE SCHED-RPT-RECORD FROM WS-GENERATED-LINE
               DISPLAY "SUM-SCHED: ENTRY " ST-DEPARTMENT "-"
                   ST-ENTRY-NO " HELD BACK -- " GN-NOTE
           END-IF.

      *****************************************************************
      * One occurrence of the entry, dated its due date.  A change of
      * department closes the batch in hand and opens the next.
      *****************************************************************
       2100-GENERATE-ITEM.
           IF BATCH-OPEN
                   AND ST-DEPARTMENT NOT = WS-BATCH-DEPARTMENT
               PERFORM 2700-CLOSE-BATCH
           END-IF
           IF NOT BATCH-OPEN
               PERFORM 2200-OPEN-BATCH
           END-IF
           IF NOT SCHED-STOPPED
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF NOT SCHED-STOPPED
               MOVE SPACES TO GN-NOTE
               PERFORM 4500-ADVANCE-DUE-DATE
               IF ST-ENTRY-COMPLETE
                   MOVE "LAST OCCURRENCE" TO GN-NOTE
               END-IF
               WRITE SCHED-RPT-RECORD FROM WS-GENERATED-LINE
           END-IF.

       2200-OPEN-BATCH.
           IF WS-BATCH-NO NOT < 999
               DISPLAY "SUM-SCHED: BATCH NUMBERS 900-999 ALL USED "
                   "TODAY -- NOTHING MORE GENERATED"
               SET SCHED-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BATCH-NO
               MOVE ST-DEPARTMENT TO WS-BATCH-DEPARTMENT
               MOVE ZERO TO WS-BATCH-COUNT
               MOVE ZERO TO WS-BATCH-HASH
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE "H" TO TH-RECORD-TYPE
               MOVE WS-BATCH-DEPARTMENT TO TH-DEPARTMENT
               MOVE WS-TODAY-DATE TO TH-CREATE-DATE
               MOVE WS-BATCH-NO TO TH-BATCH-NO
               WRITE TRANS-HEADER-RECORD
               IF WS-STAND-TRANS-OUT-STATUS NOT = "00"
                   DISPLAY "SUM-SCHED: STNDOUT WRITE FAILED, "
                       "STATUS = " WS-STAND-TRANS-OUT-STATUS
                   SET SCHED-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET BATCH-OPEN TO TRUE
                   ADD 1 TO WS-BATCHES-WRITTEN
                   MOVE WS-TODAY-DATE TO SC-LAST-BATCH-DATE
                   MOVE WS-BATCH-NO TO SC-LAST-BATCH-NO
               END-IF
           END-IF.

      *****************************************************************
      * The detail carries the entry exactly as it would be keyed.
      * Its addends are added into the batch hash the way TRANREC
      * defines it -- the in-use entries only.
      *****************************************************************
       2300-WRITE-DETAIL.
           IF SC-NEXT-TRANS-ID < 9000001
               DISPLAY "SUM-SCHED: RESERVED TRANSACTION IDENTIFIERS "
                   "USED UP -- NOTHING MORE GENERATED"
               SET SCHED-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TRANS-IN-RECORD
               MOVE "D" TO TI-RECORD-TYPE
               MOVE SC-NEXT-TRANS-ID TO TI-TRANS-ID
               MOVE ST-GL-ACCOUNT TO TI-GL-ACCOUNT
               MOVE ST-OPERATION-CODE TO TI-OPERATION-CODE
               MOVE ST-ADDEND-COUNT TO TI-ADDEND-COUNT
               MOVE ZERO TO WS-ITEM-HASH
               PERFORM VARYING WS-ADDEND-IX FROM 1 BY 1
                       UNTIL WS-ADDEND-IX > 5
                   MOVE ST-ADDEND-TABLE(WS-ADDEND-IX)
                       TO TI-ADDEND-TABLE(WS-ADDEND-IX)
                   IF WS-ADDEND-IX NOT > ST-ADDEND-COUNT
                       ADD ST-ADDEND-TABLE(WS-ADDEND-IX)
                           TO WS-ITEM-HASH
                   END-IF
               END-PERFORM
               MOVE ST-NEXT-DUE-DATE TO TI-EFFECTIVE-DATE
               WRITE TRANS-IN-RECORD
               IF WS-STAND-TRANS-OUT-STATUS NOT = "00"
                   DISPLAY "SUM-SCHED: STNDOUT WRITE FAILED, "
                       "STATUS = " WS-STAND-TRANS-OUT-STATUS
                   SET SCHED-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-BATCH-COUNT
                   ADD WS-ITEM-HASH TO WS-BATCH-HASH
                   ADD 1 TO WS-ITEMS-GENERATED
                   MOVE SC-NEXT-TRANS-ID TO ST-LAST-TRANS-ID
                   MOVE ST-NEXT-DUE-DATE TO ST-LAST-GEN-DATE
                   ADD 1 TO ST-GEN-COUNT
                   SET ENTRY-CHANGED TO TRUE
                   MOVE ST-DEPARTMENT TO GN-DEPARTMENT
                   MOVE WS-BATCH-NO TO GN-BATCH-NO
                   MOVE ST-ENTRY-NO TO GN-ENTRY-NO
                   MOVE SC-NEXT-TRANS-ID TO GN-TRANS-ID
                   MOVE ST-GL-ACCOUNT TO GN-GL-ACCOUNT
                   MOVE ST-OPERATION-CODE TO GN-OPERATION-CODE
                   MOVE ST-NEXT-DUE-DATE TO GN-EFFECTIVE-DATE
                   MOVE WS-ITEM-HASH TO GN-ITEM-HASH
                   MOVE ST-DESCRIPTION TO GN-DESCRIPTION
                   ADD 1 TO SC-NEXT-TRANS-ID
                       ON SIZE ERROR
                           MOVE ZERO TO SC-NEXT-TRANS-ID
                   END-ADD
               END-IF
           END-IF.

      *****************************************************************
      * The trailer proves the batch, and the control record is
      * rewritten with the identifiers and batch number now used, so
      * a later run can never hand them out again.  REWRITE by key
      * leaves the browse position of the master where it was.
      *****************************************************************
       2700-CLOSE-BATCH.
           MOVE SPACES TO TRANS-TRAILER-RECORD
           MOVE "T" TO TT-RECORD-TYPE
           MOVE WS-BATCH-COUNT TO TT-RECORD-COUNT
           MOVE WS-BATCH-HASH TO TT-HASH-TOTAL
           WRITE TRANS-TRAILER-RECORD
           IF WS-STAND-TRANS-OUT-STATUS NOT = "00"
               DISPLAY "SUM-SCHED: STNDOUT TRAILER WRITE FAILED FOR "
                   WS-BATCH-DEPARTMENT " BATCH " WS-BATCH-NO
                   ", STATUS = " WS-STAND-TRANS-OUT-STATUS
               SET SCHED-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE "N" TO WS-BATCH-OPEN-SW
           MOVE WS-BATCH-DEPARTMENT TO BT-DEPARTMENT
           MOVE WS-BATCH-NO TO BT-BATCH-NO
           MOVE WS-BATCH-COUNT TO BT-RECORD-COUNT
           MOVE WS-BATCH-HASH TO BT-HASH-TOTAL
           WRITE SCHED-RPT-RECORD FROM WS-BATCH-TOTAL-LINE
           WRITE SCHED-RPT-RECORD FROM WS-BLANK-LINE
           DISPLAY "SUM-SCHED: BATCH " WS-BATCH-DEPARTMENT " "
               WS-TODAY-DATE " " WS-BATCH-NO " GENERATED, "
               WS-BATCH-COUNT " DETAILS"
           REWRITE STAND-MASTER-RECORD FROM STAND-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "SUM-SCHED: STNDMST CONTROL RECORD "
                       "REWRITE FAILED, STATUS = "
                       WS-STAND-MASTER-STATUS
                   SET SCHED-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2800-REWRITE-ENTRY.
           REWRITE STAND-MASTER-RECORD FROM STAND-RECORD
               INVALID KEY
                   DISPLAY "SUM-SCHED: STNDMST REWRITE FAILED FOR "
                       ST-KEY ", STATUS = " WS-STAND-MASTER-STATUS
                   SET SCHED-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

      *****************************************************************
      * Second pass over the master, after tonight's generation has
      * moved every due date on: each active entry next due within
      * the look-ahead window.
      *****************************************************************
       3000-LIST-COMING-DUE.
           IF WS-SCHED-RPT-STATUS = "00"
               MOVE WS-WINDOW-END-DATE TO CT-WINDOW-END-DATE
               MOVE WS-LOOK-AHEAD-DAYS TO CT-LOOK-AHEAD-DAYS
               WRITE SCHED-RPT-RECORD FROM WS-BLANK-LINE
               WRITE SCHED-RPT-RECORD FROM WS-COMING-TITLE-LINE
               WRITE SCHED-RPT-RECORD FROM WS-COMING-HEADING-LINE
               MOVE "N" TO WS-END-OF-MASTER-SW
               MOVE SPACES TO SM-KEY
               START STAND-MASTER KEY > SM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-END-OF-MASTER-SW
               END-START
               IF NOT END-OF-MASTER
                   PERFORM 8100-READ-NEXT-FOR-LIST
               END-IF
               PERFORM 3100-LIST-ENTRY UNTIL END-OF-MASTER
               IF WS-ENTRIES-COMING-DUE = ZERO
                   WRITE SCHED-RPT-RECORD FROM WS-NOTHING-COMING-LINE
               END-IF
           END-IF.

       3100-LIST-ENTRY.
           IF ST-ENTRY-ACTIVE
                   AND ST-NEXT-DUE-DATE NOT = SPACES
                   AND ST-NEXT-DUE-DATE NOT > WS-WINDOW-END-DATE
               ADD 1 TO WS-ENTRIES-COMING-DUE
               MOVE ST-DEPARTMENT TO CD-DEPARTMENT
               MOVE ST-ENTRY-NO TO CD-ENTRY-NO
               MOVE ST-DESCRIPTION TO CD-DESCRIPTION
               MOVE ST-GL-ACCOUNT TO CD-GL-ACCOUNT
               MOVE ST-OPERATION-CODE TO CD-OPERATION-CODE
               MOVE ST-FREQUENCY TO CD-FREQUENCY
               MOVE ST-DUE-DAY TO CD-DUE-DAY
               MOVE ST-NEXT-DUE-DATE TO CD-NEXT-DUE-DATE
               MOVE ST-END-DATE TO CD-END-DATE
               MOVE ZERO TO WS-ITEM-HASH
               PERFORM VARYING WS-ADDEND-IX FROM 1 BY 1
                       UNTIL WS-ADDEND-IX > ST-ADDEND-COUNT
                   ADD ST-ADDEND-TABLE(WS-ADDEND-IX) TO WS-ITEM-HASH
               END-PERFORM
               MOVE WS-ITEM-HASH TO CD-ITEM-HASH
               WRITE SCHED-RPT-RECORD FROM WS-COMING-LINE
           END-IF
           PERFORM 8100-READ-NEXT-FOR-LIST.

       3500-WRITE-TOTALS.
           IF WS-SCHED-RPT-STATUS = "00"
               WRITE SCHED-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-ENTRIES-READ TO TO-ENTRIES-READ
               MOVE WS-ITEMS-GENERATED TO TO-ITEMS-GENERATED
               MOVE WS-BATCHES-WRITTEN TO TO-BATCHES
               MOVE WS-ENTRIES-COMPLETED TO TO-COMPLETED
               MOVE WS-ENTRIES-COMING-DUE TO TO-COMING-DUE
               MOVE WS-ENTRIES-HELD-BACK TO TO-HELD-BACK
               WRITE SCHED-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           DISPLAY "SUM-SCHED: ENTRIES READ = " WS-ENTRIES-READ
               "  ITEMS GENERATED = " WS-ITEMS-GENERATED
               "  BATCHES = " WS-BATCHES-WRITTEN
               "  COMPLETED = " WS-ENTRIES-COMPLETED
               "  COMING DUE = " WS-ENTRIES-COMING-DUE
               "  HELD BACK = " WS-ENTRIES-HELD-BACK.

      *****************************************************************
      * A new or rescheduled entry: its first due date on or after
      * the later of its start date, the day its card was applied
      * and the day after its last generated occurrence -- so the
      * scheduler never back-fills what the desk keyed by hand and
      * never repeats what it generated itself.  A "D" entry is due
      * on its one day, late or not, unless it has already gone out.
      *****************************************************************
       4000-FIRST-DUE-DATE.
           SET ENTRY-CHANGED TO TRUE
           IF ST-FREQ-SPECIFIC-DAY
               IF ST-LAST-GEN-DATE = SPACES
                   MOVE ST-START-DATE TO ST-NEXT-DUE-DATE
               ELSE
                   PERFORM 4900-MARK-COMPLETE
               END-IF
           ELSE
               MOVE ST-START-DATE TO WS-FLOOR-DATE
               IF ST-LAST-MAINT-DATE > WS-FLOOR-DATE
                   MOVE ST-LAST-MAINT-DATE TO WS-FLOOR-DATE
               END-IF
               IF ST-LAST-GEN-DATE NOT = SPACES
                   MOVE ST-LAST-GEN-DATE TO WS-DAY-AFTER-YYYYMMDD
                   COMPUTE WS-DAY-AFTER-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (WS-DAY-AFTER-YYYYMMDD) + 1)
                   MOVE WS-DAY-AFTER-YYYYMMDD TO WS-DATE-WORK-X
                   IF WS-DATE-WORK-X > WS-FLOOR-DATE
                       MOVE WS-DATE-WORK-X TO WS-FLOOR-DATE
                   END-IF
               END-IF
               MOVE ST-START-DATE TO WS-DATE-WORK-X
               COMPUTE WS-START-MONTH-INDEX =
                   WD-YEAR * 12 + WD-MONTH - 1
               MOVE WS-FLOOR-DATE TO WS-DATE-WORK-X
               COMPUTE WS-MONTH-INDEX = WD-YEAR * 12 + WD-MONTH - 1
               IF ST-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTH-STEP
                   COMPUTE WS-MONTHS-SINCE-START =
                       WS-MONTH-INDEX - WS-START-MONTH-INDEX
                   DIVIDE 3 INTO WS-MONTHS-SINCE-START
                       GIVING WS-QUOTIENT
                       REMAINDER WS-MONTH-REMAINDER
                   IF WS-MONTH-REMAINDER > ZERO
                       COMPUTE WS-MONTH-INDEX = WS-MONTH-INDEX
                           + 3 - WS-MONTH-REMAINDER
                   END-IF
               ELSE
                   MOVE 1 TO WS-MONTH-STEP
               END-IF
               PERFORM 4600-BUILD-DUE-DATE
               IF WS-DATE-WORK-X < WS-FLOOR-DATE
                   ADD WS-MONTH-STEP TO WS-MONTH-INDEX
                   PERFORM 4600-BUILD-DUE-DATE
               END-IF
               MOVE WS-DATE-WORK-X TO ST-NEXT-DUE-DATE
               IF ST-NEXT-DUE-DATE > ST-END-DATE
                   PERFORM 4900-MARK-COMPLETE
               END-IF
           END-IF.

      *****************************************************************
      * Steps the entry on from the occurrence just generated: a
      * month or a quarter, back on its own due day.  A "D" entry
      * has had its one day.
      *****************************************************************
       4500-ADVANCE-DUE-DATE.
           IF ST-FREQ-SPECIFIC-DAY
               PERFORM 4900-MARK-COMPLETE
           ELSE
               IF ST-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTH-STEP
               ELSE
                   MOVE 1 TO WS-MONTH-STEP
               END-IF
               MOVE ST-NEXT-DUE-DATE TO WS-DATE-WORK-X
               COMPUTE WS-MONTH-INDEX = WD-YEAR * 12 + WD-MONTH - 1
                   + WS-MONTH-STEP
               PERFORM 4600-BUILD-DUE-DATE
               MOVE WS-DATE-WORK-X TO ST-NEXT-DUE-DATE
               IF ST-NEXT-DUE-DATE > ST-END-DATE
                   PERFORM 4900-MARK-COMPLETE
               END-IF
           END-IF.

      *****************************************************************
      * WS-MONTH-INDEX back to a date on the entry's due day, clamped
      * to the month's last day.  Leap years: every fourth year,
      * except centuries not divisible by 400.
      *****************************************************************
       4600-BUILD-DUE-DATE.
           DIVIDE 12 INTO WS-MONTH-INDEX
               GIVING WD-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WD-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-MONTH-DAYS-ENTRY(WD-MONTH) TO WS-MONTH-DAYS
           IF WD-MONTH = 2
               DIVIDE 4 INTO WD-YEAR GIVING WS-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE 100 INTO WD-YEAR GIVING WS-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE 400 INTO WD-YEAR GIVING WS-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ST-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WD-DAY
           ELSE
               MOVE ST-DUE-DAY TO WD-DAY
           END-IF.

       4900-MARK-COMPLETE.
           SET ST-ENTRY-COMPLETE TO TRUE
           MOVE SPACES TO ST-NEXT-DUE-DATE
           SET ENTRY-CHANGED TO TRUE
           ADD 1 TO WS-ENTRIES-COMPLETED.

       8000-READ-NEXT-ENTRY.
           READ STAND-MASTER NEXT RECORD INTO STAND-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-MASTER-SW
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.

       8100-READ-NEXT-FOR-LIST.
           READ STAND-MASTER NEXT RECORD INTO STAND-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-READ.

       9000-TERMINATE.
           IF STAND-MASTER-OPEN
               CLOSE STAND-MASTER
           END-IF
           IF DEPT-MASTER-OPEN
               CLOSE DEPT-MASTER
           END-IF
           IF WS-STAND-TRANS-OUT-STATUS = "00"
               CLOSE STAND-TRANS-OUT
           END-IF
           IF WS-SCHED-RPT-STATUS = "00"
               CLOSE SCHED-RPT
           END-IF
           IF WS-ENTRIES-HELD-BACK > ZERO
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
