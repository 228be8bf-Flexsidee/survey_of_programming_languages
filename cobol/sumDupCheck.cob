       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-DUPCHK.
      *****************************************************************
      * Suspected duplicate keying.  The run register stops a whole
      * batch posting twice; it cannot see the same invoice keyed
      * again under a new transaction identifier, in another batch
      * or a few nights later.  This step runs after SUM and checks
      * every record on tonight's SUMOUT against everything else the
      * same department posted -- earlier tonight, or on the totals
      * master within the look-back window -- and flags it when an
      * earlier posting has either
      *   - the same GL account, operation code, addends and
      *     currency ("SAME ADDENDS"), or
      *   - the same total, with effective dates no more than a few
      *     days apart ("SAME TOTAL").
      * Reversed postings are not matched against: they are already
      * backed out.  Only tonight's record is flagged, never the
      * earlier one, and a pair both posted tonight flags the one
      * that posted second.
      *
      * The DUPPRM card sets the windows:
      *   cols  1-3    look-back days  001-999, by effective date
      *                (blank = 030)
      *   cols  4-5    same-total days 00-99 (blank = 03)
      * A bad card ends RETURN-CODE 16 with nothing checked.
      *
      * Both tests are made in one SORT: every posting is released
      * twice, once under its addend key and once under its total,
      * each behind its department, so alike postings come back
      * side by side.  Tonight's postings are already on TOTMAST as
      * well; the master copy sorts immediately ahead of the SUMOUT
      * copy and the two are taken as the one item.
      *
      * Each suspect is added to PROD.SUM.DUPLICATES (see DUPREC.cpy)
      * for its department to clear or confirm through DUP-MAINT
      * (jcl/DUPMNT.jcl); an item already on file is left as it is,
      * so a rerun adds nothing twice.  DUPRPT then lists, department
      * by department, tonight's suspects and every item still open
      * from earlier nights.  RETURN-CODE 4 when anything was flagged
      * tonight; 8 when a suspect could not be added to DUPMST; 16
      * when the card is bad or SUMOUT, TOTMAST or DUPMST will not
      * open.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-DATE-IN ASSIGN TO RUNDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUN-DATE-IN-STATUS.

               SELECT PARM-IN ASSIGN TO DUPPRM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-IN-STATUS.

               SELECT SUM-OUT ASSIGN TO SUMOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUM-OUT-STATUS.

               SELECT TOTALS-MASTER ASSIGN TO TOTMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TM-TRANS-ID
                   FILE STATUS IS WS-TOTALS-MASTER-STATUS.

               SELECT DUP-MASTER ASSIGN TO DUPMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DU-KEY
                   FILE STATUS IS WS-DUP-MASTER-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

               SELECT DUP-RPT ASSIGN TO DUPRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DUP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The night's run-date stamp, written by SUM-EDIT so the
      * whole job agrees on what "tonight" means even when the run
      * crosses midnight.  A missing stamp falls back to this
      * program's own clock.
      *****************************************************************
       FD  RUN-DATE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01  RUN-DATE-RECORD.
           05  RD-RUN-DATE             PIC X(8).

       FD  PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD.
           05  PI-LOOKBACK-DAYS-X      PIC X(3).
           05  PI-LOOKBACK-DAYS REDEFINES PI-LOOKBACK-DAYS-X
                                       PIC 9(3).
           05  PI-TOTAL-DAYS-X         PIC X(2).
           05  PI-TOTAL-DAYS REDEFINES PI-TOTAL-DAYS-X
                                       PIC 9(2).
           05  FILLER                  PIC X(75).

       FD  SUM-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==SUM-OUT-RECORD==
               ==SUM-TRANS-ID==     BY ==SO-TRANS-ID==
               ==SUM-OPERATION-CODE== BY ==SO-OPERATION-CODE==
               ==SUM-ADDEND-COUNT== BY ==SO-ADDEND-COUNT==
               ==SUM-ADDEND-TABLE== BY ==SO-ADDEND-TABLE==
               ==SUM-TOTAL==        BY ==SO-SUM-TOTAL==
               ==SUM-DEPARTMENT==   BY ==SO-DEPARTMENT==
               ==SUM-CREATE-DATE==  BY ==SO-CREATE-DATE==
               ==SUM-BATCH-NO==     BY ==SO-BATCH-NO==
               ==SUM-GL-ACCOUNT==   BY ==SO-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==SO-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==SO-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==SO-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==SO-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==SO-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==SO-ORIGINAL-TOTAL==.

       FD  TOTALS-MASTER
           RECORD CONTAINS 112 CHARACTERS.
           COPY SUMREC REPLACING ==SUM-RECORD==       BY
                   ==TOTALS-MASTER-RECORD==
               ==SUM-TRANS-ID==     BY ==TM-TRANS-ID==
               ==SUM-OPERATION-CODE== BY ==TM-OPERATION-CODE==
               ==SUM-ADDEND-COUNT== BY ==TM-ADDEND-COUNT==
               ==SUM-ADDEND-TABLE== BY ==TM-ADDEND-TABLE==
               ==SUM-TOTAL==        BY ==TM-SUM-TOTAL==
               ==SUM-DEPARTMENT==   BY ==TM-DEPARTMENT==
               ==SUM-CREATE-DATE==  BY ==TM-CREATE-DATE==
               ==SUM-BATCH-NO==     BY ==TM-BATCH-NO==
               ==SUM-GL-ACCOUNT==   BY ==TM-GL-ACCOUNT==
               ==SUM-REVERSAL-FLAG== BY ==TM-REVERSAL-FLAG==
               ==SUM-ITEM-REVERSED== BY ==TM-ITEM-REVERSED==
               ==SUM-EFFECTIVE-DATE== BY ==TM-EFFECTIVE-DATE==
               ==SUM-CURRENCY-CODE== BY ==TM-CURRENCY-CODE==
               ==SUM-EXCHANGE-RATE== BY ==TM-EXCHANGE-RATE==
               ==SUM-ORIGINAL-TOTAL== BY ==TM-ORIGINAL-TOTAL==.

       FD  DUP-MASTER
           RECORD CONTAINS 120 CHARACTERS.
           COPY DUPREC.

      *****************************************************************
      * One sort record per posting per test.  SR-MATCH-TYPE "A"
      * carries the addend key in SR-MATCH-KEY, "T" the total; the
      * rest is what a suspect record needs to quote either side.
      * SR-SOURCE "E" is a posting off the totals master, "T" one
      * off tonight's SUMOUT with its place in the file.
      *****************************************************************
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DEPARTMENT           PIC X(4).
           05  SR-MATCH-TYPE           PIC X.
           05  SR-MATCH-KEY            PIC X(51).
           05  SR-EFFECTIVE-DATE       PIC X(8).
           05  SR-TRANS-ID             PIC 9(7).
           05  SR-SOURCE               PIC X.
               88  SR-FROM-TONIGHT             VALUE "T".
           05  SR-SUMOUT-SEQ           PIC 9(7).
           05  SR-GL-ACCOUNT           PIC X(6).
           05  SR-OPERATION-CODE       PIC X.
           05  SR-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
           05  SR-CREATE-DATE          PIC X(8).
           05  SR-BATCH-NO             PIC 9(3).

       FD  DUP-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DUP-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-DATE-IN-STATUS   PIC X(2).
           05  WS-PARM-IN-STATUS       PIC X(2).
           05  WS-SUM-OUT-STATUS       PIC X(2).
           05  WS-TOTALS-MASTER-STATUS PIC X(2).
           05  WS-DUP-MASTER-STATUS    PIC X(2).
           05  WS-DUP-RPT-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-SUM-OUT-SW    PIC X(1) VALUE "N".
               88  END-OF-SUM-OUT              VALUE "Y".
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-END-OF-SORT-SW       PIC X(1) VALUE "N".
               88  END-OF-SORTED-INPUT         VALUE "Y".
           05  WS-END-OF-DUPMST-SW     PIC X(1) VALUE "N".
               88  END-OF-DUPMST               VALUE "Y".
           05  WS-GROUP-OPEN-SW        PIC X(1) VALUE "N".
               88  GROUP-IS-OPEN               VALUE "Y".
           05  WS-GROUP-OVERFLOW-SW    PIC X(1) VALUE "N".
               88  GROUP-OVERFLOWED            VALUE "Y".
           05  WS-DEPT-OPEN-SW         PIC X(1) VALUE "N".
               88  DEPT-IS-OPEN                VALUE "Y".
           05  WS-BAD-PARM-SW          PIC X(1) VALUE "N".
               88  BAD-PARM-CARD               VALUE "Y".
           05  WS-RUN-STOPPED-SW       PIC X(1) VALUE "N".
               88  RUN-STOPPED                 VALUE "Y".
           05  WS-DUP-WRITE-FAILED-SW  PIC X(1) VALUE "N".
               88  DUP-WRITE-FAILED            VALUE "Y".
           05  WS-DUP-MASTER-SW        PIC X(1) VALUE "N".
               88  DUP-MASTER-OPEN             VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).

      *****************************************************************
      * The windows.  The look-back is counted back from the run date
      * to the earliest effective date a totals-master posting may
      * carry and still be matched.
      *****************************************************************
       01  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 30.
       01  WS-TOTAL-DAYS               PIC 9(2) VALUE 3.
       01  WS-DATE-YYYYMMDD            PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(7).
       01  WS-WINDOW-START             PIC X(8).

       COPY SUMREC.

      *****************************************************************
      * The two match keys, each built to SR-MATCH-KEY's width.  The
      * addends are taken as the 40 bytes of SUM-ADDEND-TABLE
      * (record positions 10-49) -- unused entries are zero, so
      * equal tables mean equal addends.
      *****************************************************************
       01  WS-ADDEND-KEY.
           05  AK-GL-ACCOUNT           PIC X(6).
           05  AK-OPERATION-CODE       PIC X.
           05  AK-ADDEND-COUNT         PIC 9.
           05  AK-ADDENDS              PIC X(40).
           05  AK-CURRENCY-CODE        PIC X(3).

       01  WS-TOTAL-KEY.
           05  TK-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-RELEASE-SOURCE           PIC X.
       01  WS-RELEASE-SEQ              PIC 9(7).

      *****************************************************************
      * The postings of one sort group -- one department, one test,
      * one key -- held until the key changes so each of tonight's
      * can be tried against every other.  WS-GRP-DAY-NO is the
      * effective date as a day number for the same-total window;
      * zero when the date is not a date.
      *****************************************************************
       01  WS-GROUP-KEYS.
           05  WS-GROUP-DEPARTMENT     PIC X(4) VALUE SPACES.
           05  WS-GROUP-TYPE           PIC X VALUE SPACE.
               88  GROUP-BY-ADDENDS            VALUE "A".
           05  WS-GROUP-MATCH-KEY      PIC X(51) VALUE SPACES.

       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-TRANS-ID     PIC 9(7).
               10  WS-GRP-SOURCE       PIC X.
               10  WS-GRP-SEQ          PIC 9(7).
               10  WS-GRP-EFFECTIVE-DATE
                                       PIC X(8).
               10  WS-GRP-DAY-NO       PIC 9(7).
               10  WS-GRP-GL-ACCOUNT   PIC X(6).
               10  WS-GRP-OPERATION-CODE
                                       PIC X.
               10  WS-GRP-SUM-TOTAL    PIC S9(7)V99.
               10  WS-GRP-CREATE-DATE  PIC X(8).
               10  WS-GRP-BATCH-NO     PIC 9(3).
       01  WS-GRP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GRP-MAX                  PIC 9(3) VALUE 200.
       01  WS-GRP-IX                   PIC 9(3) VALUE ZERO.
       01  WS-CAND-IX                  PIC 9(3) VALUE ZERO.
       01  WS-PARTNER-IX               PIC 9(3) VALUE ZERO.
       01  WS-DAY-GAP                  PIC S9(7) VALUE ZERO.

       01  WS-REPORT-DEPARTMENT        PIC X(4) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TONIGHT-READ         PIC 9(7) VALUE ZERO.
           05  WS-MASTER-READ          PIC 9(7) VALUE ZERO.
           05  WS-MASTER-IN-WINDOW     PIC 9(7) VALUE ZERO.
           05  WS-SUSPECTS-ADDED       PIC 9(5) VALUE ZERO.
           05  WS-SUSPECTS-ON-FILE     PIC 9(5) VALUE ZERO.
           05  WS-GROUPS-OVERFLOWED    PIC 9(5) VALUE ZERO.
           05  WS-FLAGGED-TONIGHT      PIC 9(5) VALUE ZERO.
           05  WS-OPEN-EARLIER         PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(30)
                   VALUE "SUSPECTED DUPLICATE POSTINGS".
           05  FILLER                  PIC X(10)
                   VALUE "RUN DATE: ".
           05  TL-RUN-DATE             PIC X(8).

       01  WS-WINDOW-LINE.
           05  FILLER                  PIC X(10) VALUE "LOOK-BACK ".
           05  WL-LOOKBACK-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(33)
                   VALUE " DAYS -- EFFECTIVE DATES FROM    ".
           05  WL-WINDOW-START         PIC X(8).
           05  FILLER                  PIC X(23)
                   VALUE "   SAME TOTAL WITHIN   ".
           05  WL-TOTAL-DAYS           PIC Z9.
           05  FILLER                  PIC X(5) VALUE " DAYS".

       01  WS-LEGEND-LINE-1.
           05  FILLER                  PIC X(48)
               VALUE "SAME ADDENDS = SAME ACCOUNT, OPERATION, ADDENDS".
           05  FILLER                  PIC X(50)
               VALUE "AND CURRENCY AS AN EARLIER POSTING".

       01  WS-LEGEND-LINE-2.
           05  FILLER                  PIC X(48)
               VALUE "SAME TOTAL   = SAME TOTAL AS AN EARLIER POSTING".
           05  FILLER                  PIC X(50)
               VALUE "DATED WITHIN THE DAYS ABOVE".

       01  WS-LEGEND-LINE-3.
           05  FILLER                  PIC X(44)
               VALUE "CLEAR OR CONFIRM EACH NEW OR OPEN ITEM ON A".
           05  FILLER                  PIC X(50)
               VALUE "DUP-MAINT CARD (JCL DUPMNT)".

       01  WS-DEPT-LINE.
           05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
           05  DH-DEPARTMENT           PIC X(4).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(9) VALUE "ID".
           05  FILLER                  PIC X(14) VALUE "BATCH".
           05  FILLER                  PIC X(8) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(13) VALUE "      TOTAL".
           05  FILLER                  PIC X(14) VALUE "MATCHED ON".
           05  FILLER                  PIC X(9) VALUE "EARLIER".
           05  FILLER                  PIC X(14) VALUE "BATCH".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(7) VALUE "POSTED".

       01  WS-DETAIL-LINE.
           05  DL-STATUS               PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-CREATE-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE "/".
           05  DL-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-SUM-TOTAL            PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-REASON               PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-MATCH-TRANS-ID       PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-MATCH-CREATE-DATE    PIC X(8).
           05  FILLER                  PIC X VALUE "/".
           05  DL-MATCH-BATCH-NO       PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-MATCH-EFFECTIVE-DATE PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-MATCH-WHEN           PIC X(13).

       01  WS-NONE-LINE                PIC X(132)
               VALUE "NO SUSPECTED DUPLICATES TONIGHT AND NONE OPEN".

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(20)
                   VALUE "POSTED TONIGHT  ".
           05  TO-TONIGHT              PIC ZZZZZZ9.
           05  FILLER                  PIC X(26)
                   VALUE "  ON TOTMAST IN WINDOW  ".
           05  TO-IN-WINDOW            PIC ZZZZZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(20)
                   VALUE "FLAGGED TONIGHT  ".
           05  TO-FLAGGED              PIC ZZZZ9.
           05  FILLER                  PIC X(28)
                   VALUE "  STILL OPEN FROM EARLIER  ".
           05  TO-OPEN-EARLIER         PIC ZZZZ9.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-STOPPED
               SORT SORT-FILE
                   ON ASCENDING KEY SR-DEPARTMENT
                                    SR-MATCH-TYPE
                                    SR-MATCH-KEY
                                    SR-EFFECTIVE-DATE
                                    SR-TRANS-ID
                                    SR-SOURCE
                   INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
                   OUTPUT PROCEDURE IS 3000-FIND-DUPLICATES
               PERFORM 5000-REPORT-SUSPECTS
               PERFORM 6000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 1020-READ-RUN-DATE
           PERFORM 1100-READ-PARM-CARD
           IF BAD-PARM-CARD
               SET RUN-STOPPED TO TRUE
           END-IF

           IF NOT RUN-STOPPED
               OPEN INPUT SUM-OUT
               IF WS-SUM-OUT-STATUS NOT = "00"
                   DISPLAY "SUM-DUPCHK: UNABLE TO OPEN SUMOUT, "
                       "STATUS = " WS-SUM-OUT-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT TOTALS-MASTER
               IF WS-TOTALS-MASTER-STATUS NOT = "00"
                   DISPLAY "SUM-DUPCHK: UNABLE TO OPEN TOTMAST, "
                       "STATUS = " WS-TOTALS-MASTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN I-O DUP-MASTER
               IF WS-DUP-MASTER-STATUS = "35"
                   DISPLAY "SUM-DUPCHK: NO DUPLICATES FILE YET -- "
                       "STARTING ONE"
                   OPEN OUTPUT DUP-MASTER
                   CLOSE DUP-MASTER
                   OPEN I-O DUP-MASTER
               END-IF
               IF WS-DUP-MASTER-STATUS = "00"
                   SET DUP-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "SUM-DUPCHK: UNABLE TO OPEN DUPMST, "
                       "STATUS = " WS-DUP-MASTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
           END-IF

           IF RUN-STOPPED
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DUP-RPT
               IF WS-DUP-RPT-STATUS NOT = "00"
                   DISPLAY "SUM-DUPCHK: UNABLE TO OPEN DUPRPT, "
                       "STATUS = " WS-DUP-RPT-STATUS
               ELSE
                   MOVE WS-RUN-DATE TO TL-RUN-DATE
                   MOVE WS-LOOKBACK-DAYS TO WL-LOOKBACK-DAYS
                   MOVE WS-WINDOW-START TO WL-WINDOW-START
                   MOVE WS-TOTAL-DAYS TO WL-TOTAL-DAYS
                   WRITE DUP-RPT-RECORD FROM WS-TITLE-LINE
                   WRITE DUP-RPT-RECORD FROM WS-BLANK-LINE
                   WRITE DUP-RPT-RECORD FROM WS-WINDOW-LINE
                   WRITE DUP-RPT-RECORD FROM WS-LEGEND-LINE-1
                   WRITE DUP-RPT-RECORD FROM WS-LEGEND-LINE-2
                   WRITE DUP-RPT-RECORD FROM WS-LEGEND-LINE-3
                   WRITE DUP-RPT-RECORD FROM WS-BLANK-LINE
               END-IF
               DISPLAY "SUM-DUPCHK: LOOK-BACK FROM " WS-WINDOW-START
                   "  SAME TOTAL WITHIN " WS-TOTAL-DAYS " DAYS"
           END-IF.

       1020-READ-RUN-DATE.
           OPEN INPUT RUN-DATE-IN
           IF WS-RUN-DATE-IN-STATUS NOT = "00"
               DISPLAY "SUM-DUPCHK: NO RUNDATE STAMP, STATUS = "
                   WS-RUN-DATE-IN-STATUS
                   " -- USING OWN CLOCK " WS-RUN-DATE
           ELSE
               READ RUN-DATE-IN
                   AT END
                       DISPLAY "SUM-DUPCHK: RUNDATE EMPTY -- USING "
                           "OWN CLOCK " WS-RUN-DATE
                   NOT AT END
                       IF RD-RUN-DATE IS NUMERIC
                           MOVE RD-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-IN
           END-IF.

      *****************************************************************
      * No card, or a blank field, takes the standing windows; the
      * look-back start is counted the way SEC-WEEKLY counts its
      * week.
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

           IF PI-LOOKBACK-DAYS-X NOT = SPACES
               IF PI-LOOKBACK-DAYS IS NUMERIC
                       AND PI-LOOKBACK-DAYS > ZERO
                   MOVE PI-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               ELSE
                   SET BAD-PARM-CARD TO TRUE
               END-IF
           END-IF
           IF PI-TOTAL-DAYS-X NOT = SPACES
               IF PI-TOTAL-DAYS IS NUMERIC
                   MOVE PI-TOTAL-DAYS TO WS-TOTAL-DAYS
               ELSE
                   SET BAD-PARM-CARD TO TRUE
               END-IF
           END-IF

           IF BAD-PARM-CARD
               DISPLAY "SUM-DUPCHK: BAD DUPPRM CARD -- "
                   PARM-IN-RECORD(1:5) " -- NOTHING CHECKED"
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   - WS-LOOKBACK-DAYS
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-YYYYMMDD TO WS-WINDOW-START
           END-IF.

      *****************************************************************
      * Input side of the sort: all of tonight's SUMOUT, numbered in
      * posting order, then every unreversed totals-master posting
      * dated inside the look-back.
      *****************************************************************
       2000-RELEASE-POSTINGS.
           PERFORM 8100-READ-SUM-OUT
           PERFORM 2100-RELEASE-TONIGHT UNTIL END-OF-SUM-OUT
           PERFORM 8200-READ-MASTER
           PERFORM 2200-RELEASE-MASTER UNTIL END-OF-MASTER
           DISPLAY "SUM-DUPCHK: POSTED TONIGHT = " WS-TONIGHT-READ
               "  TOTMAST READ = " WS-MASTER-READ
               "  IN WINDOW = " WS-MASTER-IN-WINDOW.

       2100-RELEASE-TONIGHT.
           ADD 1 TO WS-TONIGHT-READ
           MOVE SUM-OUT-RECORD TO SUM-RECORD
           MOVE "T" TO WS-RELEASE-SOURCE
           MOVE WS-TONIGHT-READ TO WS-RELEASE-SEQ
           PERFORM 2300-RELEASE-BOTH-KEYS
           PERFORM 8100-READ-SUM-OUT.

       2200-RELEASE-MASTER.
           ADD 1 TO WS-MASTER-READ
           IF NOT TM-ITEM-REVERSED
                   AND TM-EFFECTIVE-DATE NOT < WS-WINDOW-START
               ADD 1 TO WS-MASTER-IN-WINDOW
               MOVE TOTALS-MASTER-RECORD TO SUM-RECORD
               MOVE "E" TO WS-RELEASE-SOURCE
               MOVE ZERO TO WS-RELEASE-SEQ
               PERFORM 2300-RELEASE-BOTH-KEYS
           END-IF
           PERFORM 8200-READ-MASTER.

      *****************************************************************
      * A zero total is not released under the same-total test -- it
      * would match every other zero the department ever keyed.
      *****************************************************************
       2300-RELEASE-BOTH-KEYS.
           MOVE SUM-DEPARTMENT TO SR-DEPARTMENT
           MOVE SUM-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE
           MOVE SUM-TRANS-ID TO SR-TRANS-ID
           MOVE WS-RELEASE-SOURCE TO SR-SOURCE
           MOVE WS-RELEASE-SEQ TO SR-SUMOUT-SEQ
           MOVE SUM-GL-ACCOUNT TO SR-GL-ACCOUNT
           MOVE SUM-OPERATION-CODE TO SR-OPERATION-CODE
           MOVE SUM-TOTAL TO SR-SUM-TOTAL
           MOVE SUM-CREATE-DATE TO SR-CREATE-DATE
           MOVE SUM-BATCH-NO TO SR-BATCH-NO

           MOVE SUM-GL-ACCOUNT TO AK-GL-ACCOUNT
           MOVE SUM-OPERATION-CODE TO AK-OPERATION-CODE
           MOVE SUM-ADDEND-COUNT TO AK-ADDEND-COUNT
           MOVE SUM-RECORD(10:40) TO AK-ADDENDS
           MOVE SUM-CURRENCY-CODE TO AK-CURRENCY-CODE
           MOVE "A" TO SR-MATCH-TYPE
           MOVE WS-ADDEND-KEY TO SR-MATCH-KEY
           RELEASE SORT-RECORD

           IF SUM-TOTAL NOT = ZERO
               MOVE SUM-TOTAL TO TK-SUM-TOTAL
               MOVE "T" TO SR-MATCH-TYPE
               MOVE WS-TOTAL-KEY TO SR-MATCH-KEY
               RELEASE SORT-RECORD
           END-IF.

      *****************************************************************
      * Output side: takes the sorted postings back, breaking on
      * department, test and key; each closed group is searched for
      * tonight's postings that have an earlier twin.
      *****************************************************************
       3000-FIND-DUPLICATES.
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM 3200-PROCESS-SORTED-RECORD
               UNTIL END-OF-SORTED-INPUT
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-GROUP
           END-IF
           DISPLAY "SUM-DUPCHK: SUSPECTS ADDED = " WS-SUSPECTS-ADDED
               "  ALREADY ON FILE = " WS-SUSPECTS-ON-FILE.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-SORT-SW
           END-RETURN.

       3200-PROCESS-SORTED-RECORD.
           IF GROUP-IS-OPEN
                   AND (SR-DEPARTMENT NOT = WS-GROUP-DEPARTMENT
                       OR SR-MATCH-TYPE NOT = WS-GROUP-TYPE
                       OR SR-MATCH-KEY NOT = WS-GROUP-MATCH-KEY)
               PERFORM 3400-CLOSE-GROUP
           END-IF
           IF NOT GROUP-IS-OPEN
               PERFORM 3300-OPEN-GROUP
           END-IF
           PERFORM 3250-TABLE-POSTING
           PERFORM 3100-RETURN-SORTED-RECORD.

      *****************************************************************
      * A SUMOUT posting straight behind the totals-master posting of
      * the same identifier is tonight's copy of it: the one entry is
      * kept and marked as tonight's.
      *****************************************************************
       3250-TABLE-POSTING.
           IF WS-GRP-COUNT > ZERO
                   AND SR-FROM-TONIGHT
                   AND SR-TRANS-ID = WS-GRP-TRANS-ID(WS-GRP-COUNT)
               MOVE "T" TO WS-GRP-SOURCE(WS-GRP-COUNT)
               MOVE SR-SUMOUT-SEQ TO WS-GRP-SEQ(WS-GRP-COUNT)
           ELSE
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   IF NOT GROUP-OVERFLOWED
                       SET GROUP-OVERFLOWED TO TRUE
                       ADD 1 TO WS-GROUPS-OVERFLOWED
                       DISPLAY "SUM-DUPCHK: MORE THAN " WS-GRP-MAX
                           " ALIKE IN DEPT " WS-GROUP-DEPARTMENT
                           " -- EXTRAS NOT CHECKED"
                   END-IF
               ELSE
                   ADD 1 TO WS-GRP-COUNT
                   MOVE SR-TRANS-ID TO WS-GRP-TRANS-ID(WS-GRP-COUNT)
                   MOVE SR-SOURCE TO WS-GRP-SOURCE(WS-GRP-COUNT)
                   MOVE SR-SUMOUT-SEQ TO WS-GRP-SEQ(WS-GRP-COUNT)
                   MOVE SR-EFFECTIVE-DATE
                       TO WS-GRP-EFFECTIVE-DATE(WS-GRP-COUNT)
                   MOVE ZERO TO WS-GRP-DAY-NO(WS-GRP-COUNT)
                   IF SR-EFFECTIVE-DATE IS NUMERIC
                       MOVE SR-EFFECTIVE-DATE TO WS-DATE-YYYYMMDD
                       COMPUTE WS-GRP-DAY-NO(WS-GRP-COUNT) =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   END-IF
                   MOVE SR-GL-ACCOUNT
                       TO WS-GRP-GL-ACCOUNT(WS-GRP-COUNT)
                   MOVE SR-OPERATION-CODE
                       TO WS-GRP-OPERATION-CODE(WS-GRP-COUNT)
                   MOVE SR-SUM-TOTAL TO WS-GRP-SUM-TOTAL(WS-GRP-COUNT)
                   MOVE SR-CREATE-DATE
                       TO WS-GRP-CREATE-DATE(WS-GRP-COUNT)
                   MOVE SR-BATCH-NO TO WS-GRP-BATCH-NO(WS-GRP-COUNT)
               END-IF
           END-IF.

       3300-OPEN-GROUP.
           SET GROUP-IS-OPEN TO TRUE
           MOVE "N" TO WS-GROUP-OVERFLOW-SW
           MOVE SR-DEPARTMENT TO WS-GROUP-DEPARTMENT
           MOVE SR-MATCH-TYPE TO WS-GROUP-TYPE
           MOVE SR-MATCH-KEY TO WS-GROUP-MATCH-KEY
           MOVE ZERO TO WS-GRP-COUNT.

       3400-CLOSE-GROUP.
           IF WS-GRP-COUNT > 1
               PERFORM 3500-CHECK-POSTING
                   VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
           END-IF
           MOVE "N" TO WS-GROUP-OPEN-SW.

      *****************************************************************
      * Only tonight's postings are judged.  The first posting in the
      * group that is earlier -- off the master, or ahead of it on
      * tonight's SUMOUT -- and passes the test is its match.
      *****************************************************************
       3500-CHECK-POSTING.
           IF WS-GRP-SOURCE(WS-GRP-IX) = "T"
               MOVE ZERO TO WS-PARTNER-IX
               PERFORM 3600-TRY-PARTNER
                   VARYING WS-CAND-IX FROM 1 BY 1
                   UNTIL WS-CAND-IX > WS-GRP-COUNT
                      OR WS-PARTNER-IX > ZERO
               IF WS-PARTNER-IX > ZERO
                   PERFORM 3700-RECORD-SUSPECT
               END-IF
           END-IF.

       3600-TRY-PARTNER.
           IF WS-CAND-IX NOT = WS-GRP-IX
                   AND (WS-GRP-SOURCE(WS-CAND-IX) = "E"
                       OR WS-GRP-SEQ(WS-CAND-IX)
                           < WS-GRP-SEQ(WS-GRP-IX))
               IF GROUP-BY-ADDENDS
                   MOVE WS-CAND-IX TO WS-PARTNER-IX
               ELSE
                   IF WS-GRP-DAY-NO(WS-GRP-IX) > ZERO
                           AND WS-GRP-DAY-NO(WS-CAND-IX) > ZERO
                       COMPUTE WS-DAY-GAP =
                           WS-GRP-DAY-NO(WS-GRP-IX)
                           - WS-GRP-DAY-NO(WS-CAND-IX)
                       IF WS-DAY-GAP < ZERO
                           COMPUTE WS-DAY-GAP = WS-DAY-GAP * -1
                       END-IF
                       IF WS-DAY-GAP NOT > WS-TOTAL-DAYS
                           MOVE WS-CAND-IX TO WS-PARTNER-IX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * An item already on file -- flagged by the other test tonight,
      * or on an earlier submission of the night -- keeps the record
      * it has, status included.
      *****************************************************************
       3700-RECORD-SUSPECT.
           MOVE SPACES TO DUPLICATE-RECORD
           MOVE WS-GROUP-DEPARTMENT TO DU-DEPARTMENT
           MOVE WS-GRP-TRANS-ID(WS-GRP-IX) TO DU-TRANS-ID
           MOVE WS-GROUP-TYPE TO DU-MATCH-REASON
           MOVE WS-GRP-GL-ACCOUNT(WS-GRP-IX) TO DU-GL-ACCOUNT
           MOVE WS-GRP-OPERATION-CODE(WS-GRP-IX) TO DU-OPERATION-CODE
           MOVE WS-GRP-SUM-TOTAL(WS-GRP-IX) TO DU-SUM-TOTAL
           MOVE WS-GRP-EFFECTIVE-DATE(WS-GRP-IX) TO DU-EFFECTIVE-DATE
           MOVE WS-GRP-CREATE-DATE(WS-GRP-IX) TO DU-CREATE-DATE
           MOVE WS-GRP-BATCH-NO(WS-GRP-IX) TO DU-BATCH-NO
           MOVE WS-GRP-TRANS-ID(WS-PARTNER-IX) TO DU-MATCH-TRANS-ID
           MOVE WS-GRP-GL-ACCOUNT(WS-PARTNER-IX)
               TO DU-MATCH-GL-ACCOUNT
           MOVE WS-GRP-EFFECTIVE-DATE(WS-PARTNER-IX)
               TO DU-MATCH-EFFECTIVE-DATE
           MOVE WS-GRP-CREATE-DATE(WS-PARTNER-IX)
               TO DU-MATCH-CREATE-DATE
           MOVE WS-GRP-BATCH-NO(WS-PARTNER-IX) TO DU-MATCH-BATCH-NO
           IF WS-GRP-SOURCE(WS-PARTNER-IX) = "E"
               SET DU-MATCH-EARLIER-NIGHT TO TRUE
           ELSE
               SET DU-MATCH-SAME-NIGHT TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO DU-FLAGGED-DATE
           SET DU-STATUS-OPEN TO TRUE
           WRITE DUPLICATE-RECORD
               INVALID KEY
                   IF WS-DUP-MASTER-STATUS = "22"
                       ADD 1 TO WS-SUSPECTS-ON-FILE
                   ELSE
                       DISPLAY "SUM-DUPCHK: DUPMST WRITE FAILED FOR "
                           DU-KEY ", STATUS = " WS-DUP-MASTER-STATUS
                       SET DUP-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPECTS-ADDED
           END-WRITE.

      *****************************************************************
      * The report is the duplicates file itself, in key order --
      * department by department -- so each department's page is its
      * whole to-do list: tonight's items, whatever their status by
      * now, and anything from an earlier night still open.
      *****************************************************************
       5000-REPORT-SUSPECTS.
           MOVE "N" TO WS-END-OF-DUPMST-SW
           MOVE LOW-VALUES TO DU-KEY
           START DUP-MASTER KEY >= DU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-END-OF-DUPMST-SW
           END-START
           IF NOT END-OF-DUPMST
               PERFORM 5100-READ-NEXT-SUSPECT
           END-IF
           PERFORM 5200-REPORT-SUSPECT UNTIL END-OF-DUPMST
           IF WS-FLAGGED-TONIGHT = ZERO AND WS-OPEN-EARLIER = ZERO
                   AND WS-DUP-RPT-STATUS = "00"
               WRITE DUP-RPT-RECORD FROM WS-NONE-LINE
           END-IF.

       5100-READ-NEXT-SUSPECT.
           READ DUP-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-END-OF-DUPMST-SW
           END-READ.

       5200-REPORT-SUSPECT.
           IF DU-FLAGGED-DATE = WS-RUN-DATE OR DU-STATUS-OPEN
               IF NOT DEPT-IS-OPEN
                       OR DU-DEPARTMENT NOT = WS-REPORT-DEPARTMENT
                   PERFORM 5300-START-DEPARTMENT
               END-IF
               EVALUATE TRUE
                   WHEN DU-FLAGGED-DATE NOT = WS-RUN-DATE
                       MOVE "OPEN" TO DL-STATUS
                       ADD 1 TO WS-OPEN-EARLIER
                   WHEN DU-STATUS-OPEN
                       MOVE "NEW" TO DL-STATUS
                       ADD 1 TO WS-FLAGGED-TONIGHT
                   WHEN DU-STATUS-CLEARED
                       MOVE "CLEARED" TO DL-STATUS
                       ADD 1 TO WS-FLAGGED-TONIGHT
                   WHEN OTHER
                       MOVE "CONFIRMED" TO DL-STATUS
                       ADD 1 TO WS-FLAGGED-TONIGHT
               END-EVALUATE
               MOVE DU-TRANS-ID TO DL-TRANS-ID
               MOVE DU-CREATE-DATE TO DL-CREATE-DATE
               MOVE DU-BATCH-NO TO DL-BATCH-NO
               MOVE DU-GL-ACCOUNT TO DL-GL-ACCOUNT
               MOVE DU-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE
               MOVE DU-SUM-TOTAL TO DL-SUM-TOTAL
               IF DU-SAME-ADDENDS
                   MOVE "SAME ADDENDS" TO DL-REASON
               ELSE
                   MOVE "SAME TOTAL" TO DL-REASON
               END-IF
               MOVE DU-MATCH-TRANS-ID TO DL-MATCH-TRANS-ID
               MOVE DU-MATCH-CREATE-DATE TO DL-MATCH-CREATE-DATE
               MOVE DU-MATCH-BATCH-NO TO DL-MATCH-BATCH-NO
               MOVE DU-MATCH-EFFECTIVE-DATE
                   TO DL-MATCH-EFFECTIVE-DATE
               IF DU-MATCH-SAME-NIGHT
                   MOVE "SAME NIGHT" TO DL-MATCH-WHEN
               ELSE
                   MOVE "EARLIER NIGHT" TO DL-MATCH-WHEN
               END-IF
               IF WS-DUP-RPT-STATUS = "00"
                   WRITE DUP-RPT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 5100-READ-NEXT-SUSPECT.

       5300-START-DEPARTMENT.
           SET DEPT-IS-OPEN TO TRUE
           MOVE DU-DEPARTMENT TO WS-REPORT-DEPARTMENT
           IF WS-DUP-RPT-STATUS = "00"
               MOVE DU-DEPARTMENT TO DH-DEPARTMENT
               WRITE DUP-RPT-RECORD FROM WS-BLANK-LINE
               WRITE DUP-RPT-RECORD FROM WS-DEPT-LINE
               WRITE DUP-RPT-RECORD FROM WS-HEADING-LINE
           END-IF.

       6000-WRITE-TOTALS.
           IF WS-DUP-RPT-STATUS = "00"
               WRITE DUP-RPT-RECORD FROM WS-BLANK-LINE
               MOVE WS-TONIGHT-READ TO TO-TONIGHT
               MOVE WS-MASTER-IN-WINDOW TO TO-IN-WINDOW
               WRITE DUP-RPT-RECORD FROM WS-TOTAL-LINE-1
               MOVE WS-FLAGGED-TONIGHT TO TO-FLAGGED
               MOVE WS-OPEN-EARLIER TO TO-OPEN-EARLIER
               WRITE DUP-RPT-RECORD FROM WS-TOTAL-LINE-2
           END-IF
           DISPLAY "SUM-DUPCHK: FLAGGED TONIGHT = " WS-FLAGGED-TONIGHT
               "  STILL OPEN FROM EARLIER = " WS-OPEN-EARLIER
               "  GROUPS OVER TABLE = " WS-GROUPS-OVERFLOWED.

       8100-READ-SUM-OUT.
           READ SUM-OUT
               AT END
                   MOVE "Y" TO WS-END-OF-SUM-OUT-SW
           END-READ.

       8200-READ-MASTER.
           READ TOTALS-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-READ.

       9000-TERMINATE.
           IF WS-SUM-OUT-STATUS = "00" OR "10"
               CLOSE SUM-OUT
           END-IF
           IF WS-TOTALS-MASTER-STATUS = "00" OR "10"
               CLOSE TOTALS-MASTER
           END-IF
           IF DUP-MASTER-OPEN
               CLOSE DUP-MASTER
           END-IF
           IF WS-DUP-RPT-STATUS = "00"
               CLOSE DUP-RPT
           END-IF
           EVALUATE TRUE
               WHEN RUN-STOPPED
                   MOVE 16 TO RETURN-CODE
               WHEN DUP-WRITE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAGGED-TONIGHT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
