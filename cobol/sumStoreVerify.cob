       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-VERIFY.
      *****************************************************************
      * Weekly integrity check across the cumulative stores.  Each
      * night's steps keep their own file straight; nothing looks
      * across them afterwards, so a posting that lost its batch, a
      * batch that lost items, a reversal that never reached the
      * audit trail or a run-history record that does not match the
      * run it describes would sit unnoticed.  Four checks:
      *   1. every totals-master posting belongs to a batch on the
      *      run register (all time);
      *   2. for every batch registered in the window, the postings
      *      on the totals master plus the items on the suspense
      *      master plus the holds on the hold master come to the
      *      trailer count on its register record;
      *   3. every posting marked reversed on the totals master has
      *      its reversal line on the audit log -- the live log and
      *      the archive generations on ARCHIN;
      *   4. every run-history record agrees, figure for figure, with
      *      the final checkpoint of its night in the checkpoint bank
      *      PROD.SUM.CHECKPOINT.DAILY that SUMBATCH's SAVECHK step
      *      adds a generation to each night.
      *
      * What is deliberately not checked:
      *   - RCYC postings and suspense items, and totals-master
      *     records from before TOTCONV (blank department) -- the
      *     recycle pseudo-batch and the old records have no register
      *     entry to belong to.  They are counted as exempt;
      *   - a batch registered more than once (a FORCEd rerun) -- its
      *     items cannot be told apart between the runs, so it is
      *     listed as a note and its counts are not compared;
      *   - a held item rejected by HOLD-REL -- it is on the suspense
      *     master by then and is counted there;
      *   - a run-history record dated on or before the oldest night
      *     in the bank -- that night's run may have started the day
      *     before in a generation that has already rolled off.
      * Items Sum could not total (size errors) go only to the
      * night's EXCPRPT, so a batch that had one shows short by it.
      *
      * The VERPRM card sets the window for check 2:
      *   cols  1-3    days back       001-999 by registration date
      *                (blank = 007)
      * A bad card ends RETURN-CODE 16 with nothing checked.
      *
      * Checks 1 and 2 are made in one SORT of registrations,
      * postings, suspense items and holds by batch; check 3 in a
      * second SORT of reversed postings and audit-log reversal
      * lines by transaction identifier; check 4 against the bank
      * loaded into a table.  Every failed check prints on VERRPT.
      * RETURN-CODE 8 when any check failed; 4 when everything
      * checked agreed but check 4 could not be made in full (bank
      * empty, missing or over the table); 16 when the card is bad
      * or TOTMAST, RUNREG, SUSPMAST, HOLDMST, AUDITLOG, RUNHIST or
      * VERRPT will not open, or TOTMAST will not reopen for check 3
      * -- checks 3 and 4 are then not made and the report ends
      * VERIFICATION INCOMPLETE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARM-IN ASSIGN TO VERPRM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-IN-STATUS.

               SELECT TOTALS-MASTER ASSIGN TO TOTMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TM-TRANS-ID
                   FILE STATUS IS WS-TOTALS-MASTER-STATUS.

               SELECT RUN-REGISTER ASSIGN TO RUNREG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUN-REGISTER-STATUS.

               SELECT SUSP-MASTER ASSIGN TO SUSPMAST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SUSP-MASTER-STATUS.

               SELECT HOLD-MASTER ASSIGN TO HOLDMST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HD-TRANS-ID
                   FILE STATUS IS WS-HOLD-MASTER-STATUS.

               SELECT AUDIT-LOG ASSIGN TO AUDITLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-LOG-STATUS.

               SELECT ARCH-IN ASSIGN TO ARCHIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ARCH-IN-STATUS.

               SELECT RUN-HISTORY ASSIGN TO RUNHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUN-HISTORY-STATUS.

               SELECT CHECKPOINT-BANK ASSIGN TO CHKHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CHECKPOINT-BANK-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

               SELECT VER-RPT ASSIGN TO VERRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-VER-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-IN-RECORD.
           05  PI-WINDOW-DAYS-X        PIC X(3).
           05  PI-WINDOW-DAYS REDEFINES PI-WINDOW-DAYS-X
                                       PIC 9(3).
           05  FILLER                  PIC X(77).

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

       FD  RUN-REGISTER
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  RUN-REGISTER-RECORD.
           05  RG-DEPARTMENT           PIC X(4).
           05  RG-CREATE-DATE          PIC X(8).
           05  RG-BATCH-NO             PIC 9(3).
           05  RG-RECORD-COUNT         PIC 9(7).
           05  RG-HASH-TOTAL           PIC S9(11)V99 SIGN IS LEADING
                                       SEPARATE.
           05  RG-POSTED-TIMESTAMP     PIC X(14).

       FD  SUSP-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY SUSPREC REPLACING ==SUSP-RECORD== BY
                   ==SUSP-MASTER-RECORD==.

       FD  HOLD-MASTER
           RECORD CONTAINS 140 CHARACTERS.
           COPY HOLDREC.

       FD  AUDIT-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-LOG-RECORD            PIC X(132).

       FD  ARCH-IN
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  ARCH-IN-RECORD              PIC X(132).

       FD  RUN-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY HISTREC REPLACING ==HIST-RECORD== BY
                   ==RUN-HISTORY-RECORD==.

       FD  CHECKPOINT-BANK
           RECORDING MODE IS F
           RECORD CONTAINS 3546 CHARACTERS.
       01  CHECKPOINT-BANK-RECORD      PIC X(3546).

      *****************************************************************
      * Two views of the one sort file, one per SORT.  SORT-BATCH-
      * RECORD carries one item of a batch: SB-ITEM-TYPE "R" a
      * register entry (with its trailer count and posting date),
      * "P" a totals-master posting, "S" a suspense item, "H" a
      * hold.  SORT-REVERSAL-RECORD carries either a reversed
      * posting off the totals master (SV-SOURCE "M") or a reversal
      * line off the audit log ("L").
      *****************************************************************
       SD  SORT-FILE.
       01  SORT-BATCH-RECORD.
           05  SB-DEPARTMENT           PIC X(4).
           05  SB-CREATE-DATE          PIC X(8).
           05  SB-BATCH-NO             PIC 9(3).
           05  SB-ITEM-TYPE            PIC X.
               88  SB-REGISTRATION             VALUE "R".
               88  SB-POSTING                  VALUE "P".
               88  SB-SUSPENSE-ITEM            VALUE "S".
           05  SB-RECORD-COUNT         PIC 9(7).
           05  SB-POSTED-DATE          PIC X(8).
       01  SORT-REVERSAL-RECORD.
           05  SV-TRANS-ID             PIC 9(7).
           05  SV-SOURCE               PIC X.
               88  SV-FROM-MASTER              VALUE "M".
           05  SV-DEPARTMENT           PIC X(4).
           05  SV-CREATE-DATE          PIC X(8).
           05  SV-BATCH-NO             PIC 9(3).
           05  SV-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(2).

       FD  VER-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  VER-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CHKPTREC REPLACING ==CHECKPOINT-LINE== BY
                   ==WS-CHECKPOINT-LINE==.

       01  WS-FILE-STATUSES.
           05  WS-PARM-IN-STATUS       PIC X(2).
           05  WS-TOTALS-MASTER-STATUS PIC X(2).
           05  WS-RUN-REGISTER-STATUS  PIC X(2).
           05  WS-SUSP-MASTER-STATUS   PIC X(2).
           05  WS-HOLD-MASTER-STATUS   PIC X(2).
           05  WS-AUDIT-LOG-STATUS     PIC X(2).
           05  WS-ARCH-IN-STATUS       PIC X(2).
           05  WS-RUN-HISTORY-STATUS   PIC X(2).
           05  WS-CHECKPOINT-BANK-STATUS
                                       PIC X(2).
           05  WS-VER-RPT-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-END-OF-REGISTER-SW   PIC X(1) VALUE "N".
               88  END-OF-REGISTER             VALUE "Y".
           05  WS-END-OF-MASTER-SW     PIC X(1) VALUE "N".
               88  END-OF-MASTER               VALUE "Y".
           05  WS-END-OF-SUSPENSE-SW   PIC X(1) VALUE "N".
               88  END-OF-SUSPENSE             VALUE "Y".
           05  WS-END-OF-HOLDS-SW      PIC X(1) VALUE "N".
               88  END-OF-HOLDS                VALUE "Y".
           05  WS-END-OF-AUDIT-LOG-SW  PIC X(1) VALUE "N".
               88  END-OF-AUDIT-LOG            VALUE "Y".
           05  WS-END-OF-ARCHIVE-SW    PIC X(1) VALUE "N".
               88  END-OF-ARCHIVE              VALUE "Y".
           05  WS-END-OF-HISTORY-SW    PIC X(1) VALUE "N".
               88  END-OF-HISTORY              VALUE "Y".
           05  WS-END-OF-BANK-SW       PIC X(1) VALUE "N".
               88  END-OF-BANK                 VALUE "Y".
           05  WS-END-OF-SORT-SW       PIC X(1) VALUE "N".
               88  END-OF-SORTED-INPUT         VALUE "Y".
           05  WS-GROUP-OPEN-SW        PIC X(1) VALUE "N".
               88  GROUP-IS-OPEN               VALUE "Y".
           05  WS-BAD-PARM-SW          PIC X(1) VALUE "N".
               88  BAD-PARM-CARD               VALUE "Y".
           05  WS-RUN-STOPPED-SW       PIC X(1) VALUE "N".
               88  RUN-STOPPED                 VALUE "Y".
           05  WS-BANK-USABLE-SW       PIC X(1) VALUE "N".
               88  BANK-USABLE                 VALUE "Y".
           05  WS-ARCHIVE-OPEN-SW      PIC X(1) VALUE "N".
               88  ARCHIVE-OPEN                VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE                 PIC X(8).

      *****************************************************************
      * The check-2 window: a batch is compared when its register
      * record was posted on or after WS-WINDOW-START.
      *****************************************************************
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 7.
       01  WS-DATE-YYYYMMDD            PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(7).
       01  WS-WINDOW-START             PIC X(8).

      *****************************************************************
      * One batch as it comes back off the first sort.
      *****************************************************************
       01  WS-BATCH-KEYS.
           05  WS-BAT-DEPARTMENT       PIC X(4) VALUE SPACES.
           05  WS-BAT-CREATE-DATE      PIC X(8) VALUE SPACES.
           05  WS-BAT-BATCH-NO         PIC 9(3) VALUE ZERO.

       01  WS-BATCH-COUNTS.
           05  WS-BAT-REGISTRATIONS    PIC 9(3) VALUE ZERO.
           05  WS-BAT-TRAILER-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-BAT-REGISTERED-DATE  PIC X(8) VALUE SPACES.
           05  WS-BAT-POSTED           PIC 9(7) VALUE ZERO.
           05  WS-BAT-SUSPENDED        PIC 9(7) VALUE ZERO.
           05  WS-BAT-HELD             PIC 9(7) VALUE ZERO.
           05  WS-BAT-DIFFERENCE       PIC S9(7) VALUE ZERO.

      *****************************************************************
      * One transaction identifier as it comes back off the second
      * sort: the reversed posting, if there is one, and how many
      * reversal lines the audit log carries for it.
      *****************************************************************
       01  WS-REVERSAL-GROUP.
           05  WS-REV-TRANS-ID         PIC 9(7) VALUE ZERO.
           05  WS-REV-ON-MASTER-SW     PIC X(1) VALUE "N".
               88  REV-ON-MASTER               VALUE "Y".
           05  WS-REV-LOGGED           PIC 9(5) VALUE ZERO.
           05  WS-REV-DEPARTMENT       PIC X(4) VALUE SPACES.
           05  WS-REV-CREATE-DATE      PIC X(8) VALUE SPACES.
           05  WS-REV-BATCH-NO         PIC 9(3) VALUE ZERO.
           05  WS-REV-GL-ACCOUNT       PIC X(6) VALUE SPACES.

      *****************************************************************
      * The checkpoint bank, loaded whole.  Every checkpoint of every
      * banked night is kept, not just the last of each: generations
      * come back newest first on the base name, so the last of a
      * night cannot be picked out while reading.  A run-history
      * record has to equal one of them outright; WS-BK-USED stops
      * two run-history records claiming the same checkpoint.
      *****************************************************************
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 5000 TIMES.
               10  WS-BK-DATE          PIC X(8).
               10  WS-BK-READ          PIC 9(7).
               10  WS-BK-WRITTEN       PIC 9(7).
               10  WS-BK-EXCEPTIONS    PIC 9(7).
               10  WS-BK-SUSPENSE      PIC 9(7).
               10  WS-BK-GRAND-TOTAL   PIC S9(9)V99.
               10  WS-BK-USED          PIC X.
       01  WS-BANK-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-BANK-MAX                 PIC 9(4) VALUE 5000.
       01  WS-BANK-IX                  PIC 9(4) VALUE ZERO.
       01  WS-MATCH-IX                 PIC 9(4) VALUE ZERO.
       01  WS-USED-IX                  PIC 9(4) VALUE ZERO.
       01  WS-LAST-IX                  PIC 9(4) VALUE ZERO.
       01  WS-BANK-FIRST-DATE          PIC X(8) VALUE HIGH-VALUES.
       01  WS-BANK-LAST-DATE           PIC X(8) VALUE LOW-VALUES.
       01  WS-CHECKPOINT-DATE          PIC X(8).

       01  WS-SECTION-LINES            PIC 9(7) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REGISTER-READ        PIC 9(7) VALUE ZERO.
           05  WS-MASTER-READ          PIC 9(7) VALUE ZERO.
           05  WS-POSTINGS-CHECKED     PIC 9(7) VALUE ZERO.
           05  WS-POSTINGS-EXEMPT      PIC 9(7) VALUE ZERO.
           05  WS-UNREG-POSTINGS       PIC 9(7) VALUE ZERO.
           05  WS-UNREG-BATCHES        PIC 9(7) VALUE ZERO.
           05  WS-SUSPENSE-EXEMPT      PIC 9(7) VALUE ZERO.
           05  WS-BATCHES-COMPARED     PIC 9(7) VALUE ZERO.
           05  WS-BATCHES-OUT          PIC 9(7) VALUE ZERO.
           05  WS-BATCHES-RERUN        PIC 9(7) VALUE ZERO.
           05  WS-BATCHES-OUTSIDE      PIC 9(7) VALUE ZERO.
           05  WS-REVERSED-CHECKED     PIC 9(7) VALUE ZERO.
           05  WS-REVERSED-UNLOGGED    PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-LINES-READ     PIC 9(7) VALUE ZERO.
           05  WS-REVERSAL-LINES       PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-READ         PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-CHECKED      PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-FAILED       PIC 9(7) VALUE ZERO.
           05  WS-DISCREPANCIES        PIC 9(7) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "CUMULATIVE STORES INTEGRITY CHECK".
           05  FILLER                  PIC X(10)
                   VALUE "RUN DATE: ".
           05  TL-RUN-DATE             PIC X(8).

       01  WS-WINDOW-LINE.
           05  FILLER                  PIC X(47)
               VALUE "BATCH COUNTS COMPARED FOR BATCHES REGISTERED ON".
           05  FILLER                  PIC X(10) VALUE " OR AFTER ".
           05  WL-WINDOW-START         PIC X(8).
           05  FILLER                  PIC X(3) VALUE "  (".
           05  WL-WINDOW-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE " DAYS)".

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  SL-TITLE                PIC X(70).

       01  WS-BATCH-HEADING.
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(14) VALUE "CREATED/BAT".
           05  FILLER                  PIC X(10) VALUE "REGISTERED".
           05  FILLER                  PIC X(9) VALUE "  TRAILER".
           05  FILLER                  PIC X(9) VALUE "   POSTED".
           05  FILLER                  PIC X(9) VALUE " SUSPENSE".
           05  FILLER                  PIC X(9) VALUE "     HELD".
           05  FILLER                  PIC X(12) VALUE "  DIFFERENCE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESULT".

       01  WS-BATCH-LINE.
           05  BL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-CREATE-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE "/".
           05  BL-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-REGISTERED           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-TRAILER-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-POSTED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-SUSPENDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-HELD                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  BL-DIFFERENCE           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-RESULT               PIC X(44).

       01  WS-REVERSAL-HEADING.
           05  FILLER                  PIC X(9) VALUE "ID".
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(14) VALUE "CREATED/BAT".
           05  FILLER                  PIC X(8) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6) VALUE "RESULT".

       01  WS-REVERSAL-LINE.
           05  RL-TRANS-ID             PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-CREATE-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE "/".
           05  RL-BATCH-NO             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-GL-ACCOUNT           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-RESULT               PIC X(44).

       01  WS-BANK-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "CHECKPOINT BANK: ".
           05  BK-LINE-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(18)
                   VALUE " CHECKPOINTS FROM ".
           05  BK-LINE-FIRST-DATE      PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  BK-LINE-LAST-DATE       PIC X(8).
           05  FILLER                  PIC X(30)
                   VALUE " -- RUN HISTORY CHECKED AFTER ".
           05  BK-LINE-CHECKED-AFTER   PIC X(8).

       01  WS-HISTORY-HEADING.
           05  FILLER                  PIC X(12) VALUE "FROM".
           05  FILLER                  PIC X(8) VALUE "NIGHT".
           05  FILLER                  PIC X(9) VALUE "     READ".
           05  FILLER                  PIC X(9) VALUE "  WRITTEN".
           05  FILLER                  PIC X(9) VALUE "   EXCEPT".
           05  FILLER                  PIC X(9) VALUE " SUSPENSE".
           05  FILLER                  PIC X(15)
                   VALUE "    GRAND TOTAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESULT".

       01  WS-HISTORY-LINE.
           05  HL-SOURCE               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-READ                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-WRITTEN              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-EXCEPTIONS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-SUSPENSE             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-GRAND-TOTAL          PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HL-RESULT               PIC X(44).

       01  WS-NONE-LINE                PIC X(132)
               VALUE "  NO DISCREPANCIES".

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NL-TEXT                 PIC X(100).

       01  WS-CHECK-LINE.
           05  CL-LABEL                PIC X(46).
           05  FILLER                  PIC X(9) VALUE "CHECKED  ".
           05  CL-CHECKED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  FAILED  ".
           05  CL-FAILED               PIC ZZZZZZ9.

       01  WS-EXEMPT-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "NOT CHECKED:  ".
           05  EX-POSTINGS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(31)
                   VALUE " RCYC/PRE-REGISTER POSTINGS  ".
           05  EX-SUSPENSE             PIC ZZZZZZ9.
           05  FILLER                  PIC X(22)
                   VALUE " RCYC SUSPENSE ITEMS  ".
           05  EX-RERUNS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE " RERUN BATCHES".

       01  WS-RESULT-LINE              PIC X(132).

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-STOPPED
               SORT SORT-FILE
                   ON ASCENDING KEY SB-DEPARTMENT
                                    SB-CREATE-DATE
                                    SB-BATCH-NO
                                    SB-ITEM-TYPE
                   INPUT PROCEDURE IS 2000-RELEASE-BATCH-ITEMS
                   OUTPUT PROCEDURE IS 3000-CHECK-BATCHES
               SORT SORT-FILE
                   ON ASCENDING KEY SV-TRANS-ID
                                    SV-SOURCE
                   INPUT PROCEDURE IS 4000-RELEASE-REVERSALS
                   OUTPUT PROCEDURE IS 5000-CHECK-REVERSALS
               IF NOT RUN-STOPPED
                   PERFORM 6000-CHECK-RUN-HISTORY
               END-IF
               PERFORM 7000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 1100-READ-PARM-CARD
           IF BAD-PARM-CARD
               SET RUN-STOPPED TO TRUE
           END-IF

           IF NOT RUN-STOPPED
               OPEN INPUT TOTALS-MASTER
               IF WS-TOTALS-MASTER-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN TOTMAST, "
                       "STATUS = " WS-TOTALS-MASTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT RUN-REGISTER
               IF WS-RUN-REGISTER-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN RUNREG, "
                       "STATUS = " WS-RUN-REGISTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT SUSP-MASTER
               IF WS-SUSP-MASTER-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN SUSPMAST, "
                       "STATUS = " WS-SUSP-MASTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT HOLD-MASTER
               IF WS-HOLD-MASTER-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN HOLDMST, "
                       "STATUS = " WS-HOLD-MASTER-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT AUDIT-LOG
               IF WS-AUDIT-LOG-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN AUDITLOG, "
                       "STATUS = " WS-AUDIT-LOG-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN INPUT RUN-HISTORY
               IF WS-RUN-HISTORY-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN RUNHIST, "
                       "STATUS = " WS-RUN-HISTORY-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
               OPEN OUTPUT VER-RPT
               IF WS-VER-RPT-STATUS NOT = "00"
                   DISPLAY "SUM-VERIFY: UNABLE TO OPEN VERRPT, "
                       "STATUS = " WS-VER-RPT-STATUS
                   SET RUN-STOPPED TO TRUE
               END-IF
           END-IF

      *****************************************************************
      * Archive generations are wanted only once AUD-ARCH has cut
      * one; a missing ARCHIN checks against the live log alone.
      *****************************************************************
           IF NOT RUN-STOPPED
               OPEN INPUT ARCH-IN
               IF WS-ARCH-IN-STATUS = "00"
                   SET ARCHIVE-OPEN TO TRUE
               ELSE
                   IF WS-ARCH-IN-STATUS NOT = "35"
                       DISPLAY "SUM-VERIFY: UNABLE TO OPEN ARCHIN, "
                           "STATUS = " WS-ARCH-IN-STATUS
                   END-IF
                   DISPLAY "SUM-VERIFY: NO ARCHIN -- REVERSALS "
                       "CHECKED AGAINST THE LIVE LOG ONLY"
               END-IF
               PERFORM 1300-LOAD-CHECKPOINT-BANK
           END-IF

           IF RUN-STOPPED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO TL-RUN-DATE
               MOVE WS-WINDOW-START TO WL-WINDOW-START
               MOVE WS-WINDOW-DAYS TO WL-WINDOW-DAYS
               WRITE VER-RPT-RECORD FROM WS-TITLE-LINE
               WRITE VER-RPT-RECORD FROM WS-BLANK-LINE
               WRITE VER-RPT-RECORD FROM WS-WINDOW-LINE
               DISPLAY "SUM-VERIFY: BATCH COUNTS COMPARED FROM "
                   WS-WINDOW-START
           END-IF.

      *****************************************************************
      * No card, or a blank field, takes the week; the window start
      * is counted the way SUM-DUPCHK counts its look-back.
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

           IF PI-WINDOW-DAYS-X NOT = SPACES
               IF PI-WINDOW-DAYS IS NUMERIC
                       AND PI-WINDOW-DAYS > ZERO
                   MOVE PI-WINDOW-DAYS TO WS-WINDOW-DAYS
               ELSE
                   SET BAD-PARM-CARD TO TRUE
               END-IF
           END-IF

           IF BAD-PARM-CARD
               DISPLAY "SUM-VERIFY: BAD VERPRM CARD -- "
                   PARM-IN-RECORD(1:3) " -- NOTHING CHECKED"
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   - WS-WINDOW-DAYS
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-YYYYMMDD TO WS-WINDOW-START
           END-IF.

      *****************************************************************
      * Loads every banked checkpoint.  An empty or missing bank, or
      * one over the table, leaves check 4 unmade rather than
      * failing it on figures that were never loaded.
      *****************************************************************
       1300-LOAD-CHECKPOINT-BANK.
           OPEN INPUT CHECKPOINT-BANK
           IF WS-CHECKPOINT-BANK-STATUS NOT = "00"
               DISPLAY "SUM-VERIFY: UNABLE TO OPEN CHKHIST, "
                   "STATUS = " WS-CHECKPOINT-BANK-STATUS
                   " -- RUN HISTORY NOT CHECKED"
           ELSE
               SET BANK-USABLE TO TRUE
               PERFORM 8600-READ-CHECKPOINT
               PERFORM 1310-STORE-CHECKPOINT
                   UNTIL END-OF-BANK
               CLOSE CHECKPOINT-BANK
               IF WS-BANK-COUNT = ZERO
                   MOVE "N" TO WS-BANK-USABLE-SW
                   DISPLAY "SUM-VERIFY: CHECKPOINT BANK EMPTY -- "
                       "RUN HISTORY NOT CHECKED"
               END-IF
           END-IF
           DISPLAY "SUM-VERIFY: CHECKPOINTS BANKED = " WS-BANK-COUNT.

       1310-STORE-CHECKPOINT.
           MOVE CHECKPOINT-BANK-RECORD TO WS-CHECKPOINT-LINE
           STRING CP-YEAR CP-MONTH CP-DAY
               DELIMITED BY SIZE INTO WS-CHECKPOINT-DATE
           IF WS-CHECKPOINT-DATE IS NUMERIC
               IF WS-BANK-COUNT >= WS-BANK-MAX
                   IF BANK-USABLE
                       MOVE "N" TO WS-BANK-USABLE-SW
                       DISPLAY "SUM-VERIFY: MORE THAN " WS-BANK-MAX
                           " CHECKPOINTS BANKED -- RUN HISTORY NOT "
                           "CHECKED"
                   END-IF
               ELSE
                   ADD 1 TO WS-BANK-COUNT
                   MOVE WS-CHECKPOINT-DATE
                       TO WS-BK-DATE(WS-BANK-COUNT)
                   MOVE CP-LAST-RECORD-NO TO WS-BK-READ(WS-BANK-COUNT)
                   MOVE CP-RECORDS-WRITTEN
                       TO WS-BK-WRITTEN(WS-BANK-COUNT)
                   MOVE CP-EXCEPTIONS
                       TO WS-BK-EXCEPTIONS(WS-BANK-COUNT)
                   MOVE CP-SUSPENSE-COUNT
                       TO WS-BK-SUSPENSE(WS-BANK-COUNT)
                   MOVE CP-GRAND-TOTAL
                       TO WS-BK-GRAND-TOTAL(WS-BANK-COUNT)
                   MOVE "N" TO WS-BK-USED(WS-BANK-COUNT)
                   IF WS-CHECKPOINT-DATE < WS-BANK-FIRST-DATE
                       MOVE WS-CHECKPOINT-DATE TO WS-BANK-FIRST-DATE
                   END-IF
                   IF WS-CHECKPOINT-DATE > WS-BANK-LAST-DATE
                       MOVE WS-CHECKPOINT-DATE TO WS-BANK-LAST-DATE
                   END-IF
               END-IF
           END-IF
           PERFORM 8600-READ-CHECKPOINT.

      *****************************************************************
      * Input side of the first sort: every register entry, then
      * every totals-master posting, suspense item and hold that
      * carries a real batch identity.
      *****************************************************************
       2000-RELEASE-BATCH-ITEMS.
           PERFORM 8100-READ-REGISTER
           PERFORM 2100-RELEASE-REGISTRATION UNTIL END-OF-REGISTER
           PERFORM 8200-READ-MASTER
           PERFORM 2200-RELEASE-POSTING UNTIL END-OF-MASTER
           PERFORM 8300-READ-SUSPENSE
           PERFORM 2300-RELEASE-SUSPENSE-ITEM UNTIL END-OF-SUSPENSE
           PERFORM 8400-READ-HOLD
           PERFORM 2400-RELEASE-HOLD UNTIL END-OF-HOLDS
           DISPLAY "SUM-VERIFY: RUNREG READ = " WS-REGISTER-READ
               "  TOTMAST READ = " WS-MASTER-READ
               "  EXEMPT = " WS-POSTINGS-EXEMPT.

       2100-RELEASE-REGISTRATION.
           ADD 1 TO WS-REGISTER-READ
           IF RG-DEPARTMENT NOT = "RCYC"
               MOVE RG-DEPARTMENT TO SB-DEPARTMENT
               MOVE RG-CREATE-DATE TO SB-CREATE-DATE
               MOVE RG-BATCH-NO TO SB-BATCH-NO
               MOVE "R" TO SB-ITEM-TYPE
               MOVE RG-RECORD-COUNT TO SB-RECORD-COUNT
               MOVE RG-POSTED-TIMESTAMP(1:8) TO SB-POSTED-DATE
               RELEASE SORT-BATCH-RECORD
           END-IF
           PERFORM 8100-READ-REGISTER.

       2200-RELEASE-POSTING.
           ADD 1 TO WS-MASTER-READ
           IF TM-DEPARTMENT = SPACES OR TM-DEPARTMENT = "RCYC"
               ADD 1 TO WS-POSTINGS-EXEMPT
           ELSE
               ADD 1 TO WS-POSTINGS-CHECKED
               MOVE TM-DEPARTMENT TO SB-DEPARTMENT
               MOVE TM-CREATE-DATE TO SB-CREATE-DATE
               MOVE TM-BATCH-NO TO SB-BATCH-NO
               MOVE "P" TO SB-ITEM-TYPE
               MOVE ZERO TO SB-RECORD-COUNT
               MOVE SPACES TO SB-POSTED-DATE
               RELEASE SORT-BATCH-RECORD
           END-IF
           PERFORM 8200-READ-MASTER.

      *****************************************************************
      * Corrected items stay on the suspense master, so an item that
      * suspended, was fixed and reposted under RCYC still counts
      * against the batch it first came in with.
      *****************************************************************
       2300-RELEASE-SUSPENSE-ITEM.
           IF SP-DEPARTMENT = SPACES OR SP-DEPARTMENT = "RCYC"
               ADD 1 TO WS-SUSPENSE-EXEMPT
           ELSE
               MOVE SP-DEPARTMENT TO SB-DEPARTMENT
               MOVE SP-CREATE-DATE TO SB-CREATE-DATE
               MOVE SP-BATCH-NO TO SB-BATCH-NO
               MOVE "S" TO SB-ITEM-TYPE
               MOVE ZERO TO SB-RECORD-COUNT
               MOVE SPACES TO SB-POSTED-DATE
               RELEASE SORT-BATCH-RECORD
           END-IF
           PERFORM 8300-READ-SUSPENSE.

      *****************************************************************
      * A hold counts against its own batch whatever became of it --
      * still held, approved, or posted later under RCYC -- except
      * when rejected: HOLD-REL has put it on the suspense master.
      *****************************************************************
       2400-RELEASE-HOLD.
           IF NOT HD-ITEM-REJECTED
                   AND HD-DEPARTMENT NOT = SPACES
                   AND HD-DEPARTMENT NOT = "RCYC"
               MOVE HD-DEPARTMENT TO SB-DEPARTMENT
               MOVE HD-CREATE-DATE TO SB-CREATE-DATE
               MOVE HD-BATCH-NO TO SB-BATCH-NO
               MOVE "H" TO SB-ITEM-TYPE
               MOVE ZERO TO SB-RECORD-COUNT
               MOVE SPACES TO SB-POSTED-DATE
               RELEASE SORT-BATCH-RECORD
           END-IF
           PERFORM 8400-READ-HOLD.

      *****************************************************************
      * Output side of the first sort: breaks on batch and judges
      * each one as it closes (checks 1 and 2).
      *****************************************************************
       3000-CHECK-BATCHES.
           MOVE "BATCHES -- TOTMAST, SUSPENSE AND HOLDS AGAINST RUNREG"
               TO SL-TITLE
           PERFORM 3050-START-SECTION
           WRITE VER-RPT-RECORD FROM WS-BATCH-HEADING
           MOVE "N" TO WS-END-OF-SORT-SW
           MOVE "N" TO WS-GROUP-OPEN-SW
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM 3200-PROCESS-BATCH-ITEM
               UNTIL END-OF-SORTED-INPUT
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-BATCH
           END-IF
           PERFORM 3060-END-SECTION
           DISPLAY "SUM-VERIFY: BATCHES COMPARED = "
               WS-BATCHES-COMPARED "  OUT = " WS-BATCHES-OUT
               "  NOT ON RUNREG = " WS-UNREG-BATCHES.

       3050-START-SECTION.
           MOVE ZERO TO WS-SECTION-LINES
           WRITE VER-RPT-RECORD FROM WS-BLANK-LINE
           WRITE VER-RPT-RECORD FROM WS-SECTION-LINE
           WRITE VER-RPT-RECORD FROM WS-BLANK-LINE.

       3060-END-SECTION.
           IF WS-SECTION-LINES = ZERO
               WRITE VER-RPT-RECORD FROM WS-NONE-LINE
           END-IF.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-SORT-SW
           END-RETURN.

       3200-PROCESS-BATCH-ITEM.
           IF GROUP-IS-OPEN
                   AND (SB-DEPARTMENT NOT = WS-BAT-DEPARTMENT
                       OR SB-CREATE-DATE NOT = WS-BAT-CREATE-DATE
                       OR SB-BATCH-NO NOT = WS-BAT-BATCH-NO)
               PERFORM 3400-CLOSE-BATCH
           END-IF
           IF NOT GROUP-IS-OPEN
               PERFORM 3300-OPEN-BATCH
           END-IF
           EVALUATE TRUE
               WHEN SB-REGISTRATION
                   ADD 1 TO WS-BAT-REGISTRATIONS
                   MOVE SB-RECORD-COUNT TO WS-BAT-TRAILER-COUNT
                   IF SB-POSTED-DATE > WS-BAT-REGISTERED-DATE
                       MOVE SB-POSTED-DATE TO WS-BAT-REGISTERED-DATE
                   END-IF
               WHEN SB-POSTING
                   ADD 1 TO WS-BAT-POSTED
               WHEN SB-SUSPENSE-ITEM
                   ADD 1 TO WS-BAT-SUSPENDED
               WHEN OTHER
                   ADD 1 TO WS-BAT-HELD
           END-EVALUATE
           PERFORM 3100-RETURN-SORTED-RECORD.

       3300-OPEN-BATCH.
           SET GROUP-IS-OPEN TO TRUE
           MOVE SB-DEPARTMENT TO WS-BAT-DEPARTMENT
           MOVE SB-CREATE-DATE TO WS-BAT-CREATE-DATE
           MOVE SB-BATCH-NO TO WS-BAT-BATCH-NO
           INITIALIZE WS-BATCH-COUNTS.

      *****************************************************************
      * A batch with postings and no register entry fails check 1;
      * one without postings (suspense or holds only) is not a
      * totals-master question and passes by.  A batch registered
      * once inside the window is held to its trailer count.
      *****************************************************************
       3400-CLOSE-BATCH.
           MOVE "N" TO WS-GROUP-OPEN-SW
           EVALUATE TRUE
               WHEN WS-BAT-REGISTRATIONS = ZERO
                   IF WS-BAT-POSTED > ZERO
                       ADD 1 TO WS-UNREG-BATCHES
                       ADD WS-BAT-POSTED TO WS-UNREG-POSTINGS
                       ADD 1 TO WS-DISCREPANCIES
                       MOVE ZERO TO WS-BAT-DIFFERENCE
                       MOVE "POSTED BUT NOT ON RUNREG" TO BL-RESULT
                       PERFORM 3500-WRITE-BATCH-LINE
                   END-IF
               WHEN WS-BAT-REGISTERED-DATE < WS-WINDOW-START
                   ADD 1 TO WS-BATCHES-OUTSIDE
               WHEN WS-BAT-REGISTRATIONS > 1
                   ADD 1 TO WS-BATCHES-RERUN
                   MOVE ZERO TO WS-BAT-DIFFERENCE
                   MOVE "RERUN (REGISTERED TWICE) -- NOT COMPARED"
                       TO BL-RESULT
                   PERFORM 3500-WRITE-BATCH-LINE
               WHEN OTHER
                   ADD 1 TO WS-BATCHES-COMPARED
                   COMPUTE WS-BAT-DIFFERENCE = WS-BAT-POSTED
                       + WS-BAT-SUSPENDED + WS-BAT-HELD
                       - WS-BAT-TRAILER-COUNT
                   IF WS-BAT-DIFFERENCE NOT = ZERO
                       ADD 1 TO WS-BATCHES-OUT
                       ADD 1 TO WS-DISCREPANCIES
                       IF WS-BAT-DIFFERENCE < ZERO
                           MOVE "SHORT OF TRAILER COUNT" TO BL-RESULT
                       ELSE
                           MOVE "OVER TRAILER COUNT" TO BL-RESULT
                       END-IF
                       PERFORM 3500-WRITE-BATCH-LINE
                   END-IF
           END-EVALUATE.

       3500-WRITE-BATCH-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-BAT-DEPARTMENT TO BL-DEPARTMENT
           MOVE WS-BAT-CREATE-DATE TO BL-CREATE-DATE
           MOVE WS-BAT-BATCH-NO TO BL-BATCH-NO
           MOVE WS-BAT-REGISTERED-DATE TO BL-REGISTERED
           MOVE WS-BAT-TRAILER-COUNT TO BL-TRAILER-COUNT
           MOVE WS-BAT-POSTED TO BL-POSTED
           MOVE WS-BAT-SUSPENDED TO BL-SUSPENDED
           MOVE WS-BAT-HELD TO BL-HELD
           MOVE WS-BAT-DIFFERENCE TO BL-DIFFERENCE
           WRITE VER-RPT-RECORD FROM WS-BATCH-LINE.

      *****************************************************************
      * Input side of the second sort: the totals master again for
      * its reversed postings, then the archived and live audit log
      * for SUM-REVERSE's reversal lines -- "  REVERSAL -- ID " in
      * columns 20-36 behind the timestamp, the identifier in 37-43.
      * A master that will not reopen releases nothing and stops
      * the run after the checks already made are reported.
      *****************************************************************
       4000-RELEASE-REVERSALS.
           CLOSE TOTALS-MASTER
           OPEN INPUT TOTALS-MASTER
           IF WS-TOTALS-MASTER-STATUS NOT = "00"
               DISPLAY "SUM-VERIFY: UNABLE TO REOPEN TOTMAST, "
                   "STATUS = " WS-TOTALS-MASTER-STATUS
               SET RUN-STOPPED TO TRUE
           ELSE
               MOVE "N" TO WS-END-OF-MASTER-SW
               PERFORM 8200-READ-MASTER
               PERFORM 4100-RELEASE-REVERSED-POSTING
                   UNTIL END-OF-MASTER
               IF ARCHIVE-OPEN
                   PERFORM 8550-READ-ARCHIVE
                   PERFORM 4200-RELEASE-ARCHIVE-LINE
                       UNTIL END-OF-ARCHIVE
               END-IF
               PERFORM 8500-READ-AUDIT-LOG
               PERFORM 4300-RELEASE-AUDIT-LINE UNTIL END-OF-AUDIT-LOG
               DISPLAY "SUM-VERIFY: AUDIT LINES READ = "
                   WS-AUDIT-LINES-READ "  REVERSAL LINES = "
                   WS-REVERSAL-LINES
           END-IF.

       4100-RELEASE-REVERSED-POSTING.
           IF TM-ITEM-REVERSED
               MOVE TM-TRANS-ID TO SV-TRANS-ID
               MOVE "M" TO SV-SOURCE
               MOVE TM-DEPARTMENT TO SV-DEPARTMENT
               MOVE TM-CREATE-DATE TO SV-CREATE-DATE
               MOVE TM-BATCH-NO TO SV-BATCH-NO
               MOVE TM-GL-ACCOUNT TO SV-GL-ACCOUNT
               RELEASE SORT-REVERSAL-RECORD
           END-IF
           PERFORM 8200-READ-MASTER.

       4200-RELEASE-ARCHIVE-LINE.
           MOVE ARCH-IN-RECORD TO AUDIT-LOG-RECORD
           PERFORM 4400-RELEASE-LOGGED-REVERSAL
           PERFORM 8550-READ-ARCHIVE.

       4300-RELEASE-AUDIT-LINE.
           PERFORM 4400-RELEASE-LOGGED-REVERSAL
           PERFORM 8500-READ-AUDIT-LOG.

       4400-RELEASE-LOGGED-REVERSAL.
           ADD 1 TO WS-AUDIT-LINES-READ
           IF AUDIT-LOG-RECORD(20:17) = "  REVERSAL -- ID "
                   AND AUDIT-LOG-RECORD(37:7) IS NUMERIC
               ADD 1 TO WS-REVERSAL-LINES
               MOVE AUDIT-LOG-RECORD(37:7) TO SV-TRANS-ID
               MOVE "L" TO SV-SOURCE
               MOVE SPACES TO SV-DEPARTMENT
               MOVE SPACES TO SV-CREATE-DATE
               MOVE ZERO TO SV-BATCH-NO
               MOVE SPACES TO SV-GL-ACCOUNT
               RELEASE SORT-REVERSAL-RECORD
           END-IF.

      *****************************************************************
      * Output side of the second sort: breaks on transaction
      * identifier; a reversed posting with no reversal line behind
      * it fails check 3.  Lines for identifiers not reversed on the
      * master now (a later posting under the same identifier has
      * replaced the reversed one) are not questioned.
      *****************************************************************
       5000-CHECK-REVERSALS.
           MOVE "REVERSALS -- REVERSED POSTINGS AGAINST THE AUDIT LOG"
               TO SL-TITLE
           PERFORM 3050-START-SECTION
           IF RUN-STOPPED
               MOVE "TOTMAST WOULD NOT REOPEN -- CHECKS 3, 4 NOT RUN"
                   TO NL-TEXT
               WRITE VER-RPT-RECORD FROM WS-NOTE-LINE
           ELSE
               WRITE VER-RPT-RECORD FROM WS-REVERSAL-HEADING
               MOVE "N" TO WS-END-OF-SORT-SW
               MOVE "N" TO WS-GROUP-OPEN-SW
               PERFORM 3100-RETURN-SORTED-RECORD
               PERFORM 5200-PROCESS-REVERSAL
                   UNTIL END-OF-SORTED-INPUT
               IF GROUP-IS-OPEN
                   PERFORM 5400-CLOSE-REVERSAL
               END-IF
               PERFORM 3060-END-SECTION
           END-IF
           DISPLAY "SUM-VERIFY: REVERSED POSTINGS = "
               WS-REVERSED-CHECKED "  NOT LOGGED = "
               WS-REVERSED-UNLOGGED.

       5200-PROCESS-REVERSAL.
           IF GROUP-IS-OPEN
                   AND SV-TRANS-ID NOT = WS-REV-TRANS-ID
               PERFORM 5400-CLOSE-REVERSAL
           END-IF
           IF NOT GROUP-IS-OPEN
               PERFORM 5300-OPEN-REVERSAL
           END-IF
           IF SV-FROM-MASTER
               SET REV-ON-MASTER TO TRUE
               MOVE SV-DEPARTMENT TO WS-REV-DEPARTMENT
               MOVE SV-CREATE-DATE TO WS-REV-CREATE-DATE
               MOVE SV-BATCH-NO TO WS-REV-BATCH-NO
               MOVE SV-GL-ACCOUNT TO WS-REV-GL-ACCOUNT
           ELSE
               ADD 1 TO WS-REV-LOGGED
           END-IF
           PERFORM 3100-RETURN-SORTED-RECORD.

       5300-OPEN-REVERSAL.
           SET GROUP-IS-OPEN TO TRUE
           INITIALIZE WS-REVERSAL-GROUP
           MOVE "N" TO WS-REV-ON-MASTER-SW
           MOVE SV-TRANS-ID TO WS-REV-TRANS-ID.

       5400-CLOSE-REVERSAL.
           MOVE "N" TO WS-GROUP-OPEN-SW
           IF REV-ON-MASTER
               ADD 1 TO WS-REVERSED-CHECKED
               IF WS-REV-LOGGED = ZERO
                   ADD 1 TO WS-REVERSED-UNLOGGED
                   ADD 1 TO WS-DISCREPANCIES
                   ADD 1 TO WS-SECTION-LINES
                   MOVE WS-REV-TRANS-ID TO RL-TRANS-ID
                   MOVE WS-REV-DEPARTMENT TO RL-DEPARTMENT
                   MOVE WS-REV-CREATE-DATE TO RL-CREATE-DATE
                   MOVE WS-REV-BATCH-NO TO RL-BATCH-NO
                   MOVE WS-REV-GL-ACCOUNT TO RL-GL-ACCOUNT
                   MOVE "REVERSED ON TOTMAST, NO REVERSAL ON AUDITLOG"
                       TO RL-RESULT
                   WRITE VER-RPT-RECORD FROM WS-REVERSAL-LINE
               END-IF
           END-IF.

      *****************************************************************
      * Check 4: each run-history record after the oldest banked
      * night has to equal a banked checkpoint of the same date in
      * all five figures, and no two records may claim the same
      * checkpoint (a night recorded twice).  A failure prints the
      * run-history record and, under it, the last checkpoint banked
      * for that date, if any.
      *****************************************************************
       6000-CHECK-RUN-HISTORY.
           MOVE "RUN HISTORY -- RUNHIST AGAINST THE CHECKPOINT BANK"
               TO SL-TITLE
           PERFORM 3050-START-SECTION
           IF BANK-USABLE
               MOVE WS-BANK-COUNT TO BK-LINE-COUNT
               MOVE WS-BANK-FIRST-DATE TO BK-LINE-FIRST-DATE
               MOVE WS-BANK-LAST-DATE TO BK-LINE-LAST-DATE
               MOVE WS-BANK-FIRST-DATE TO BK-LINE-CHECKED-AFTER
               WRITE VER-RPT-RECORD FROM WS-BANK-LINE
               WRITE VER-RPT-RECORD FROM WS-HISTORY-HEADING
               PERFORM 8700-READ-HISTORY
               PERFORM 6100-CHECK-HISTORY-RECORD
                   UNTIL END-OF-HISTORY
               PERFORM 3060-END-SECTION
           ELSE
               MOVE "CHECKPOINT BANK UNUSABLE -- RUNHIST NOT CHECKED"
                   TO NL-TEXT
               WRITE VER-RPT-RECORD FROM WS-NOTE-LINE
           END-IF
           DISPLAY "SUM-VERIFY: RUNHIST CHECKED = " WS-HISTORY-CHECKED
               "  FAILED = " WS-HISTORY-FAILED.

       6100-CHECK-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF HR-RUN-DATE > WS-BANK-FIRST-DATE
               ADD 1 TO WS-HISTORY-CHECKED
               MOVE ZERO TO WS-MATCH-IX
               MOVE ZERO TO WS-USED-IX
               PERFORM 6200-TRY-CHECKPOINT
                   VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-BANK-COUNT
                      OR WS-MATCH-IX > ZERO
               IF WS-MATCH-IX > ZERO
                   MOVE "Y" TO WS-BK-USED(WS-MATCH-IX)
               ELSE
                   ADD 1 TO WS-HISTORY-FAILED
                   ADD 1 TO WS-DISCREPANCIES
                   PERFORM 6300-REPORT-HISTORY-RECORD
               END-IF
           END-IF
           PERFORM 8700-READ-HISTORY.

       6200-TRY-CHECKPOINT.
           IF WS-BK-DATE(WS-BANK-IX) = HR-RUN-DATE
                   AND WS-BK-READ(WS-BANK-IX) = HR-RECORDS-READ
                   AND WS-BK-WRITTEN(WS-BANK-IX) = HR-RECORDS-WRITTEN
                   AND WS-BK-EXCEPTIONS(WS-BANK-IX) = HR-EXCEPTIONS
                   AND WS-BK-SUSPENSE(WS-BANK-IX) = HR-SUSPENSE-COUNT
                   AND WS-BK-GRAND-TOTAL(WS-BANK-IX) = HR-GRAND-TOTAL
               IF WS-BK-USED(WS-BANK-IX) = "Y"
                   IF WS-USED-IX = ZERO
                       MOVE WS-BANK-IX TO WS-USED-IX
                   END-IF
               ELSE
                   MOVE WS-BANK-IX TO WS-MATCH-IX
               END-IF
           END-IF.

       6300-REPORT-HISTORY-RECORD.
           ADD 1 TO WS-SECTION-LINES
           MOVE "RUNHIST" TO HL-SOURCE
           MOVE HR-RUN-DATE TO HL-RUN-DATE
           MOVE HR-RECORDS-READ TO HL-READ
           MOVE HR-RECORDS-WRITTEN TO HL-WRITTEN
           MOVE HR-EXCEPTIONS TO HL-EXCEPTIONS
           MOVE HR-SUSPENSE-COUNT TO HL-SUSPENSE
           MOVE HR-GRAND-TOTAL TO HL-GRAND-TOTAL
           MOVE ZERO TO WS-LAST-IX
           PERFORM 6400-FIND-LAST-CHECKPOINT
               VARYING WS-BANK-IX FROM 1 BY 1
               UNTIL WS-BANK-IX > WS-BANK-COUNT
           EVALUATE TRUE
               WHEN WS-USED-IX > ZERO
                   MOVE "RECORDED TWICE FOR THE ONE RUN" TO HL-RESULT
               WHEN WS-LAST-IX = ZERO
                   MOVE "NO CHECKPOINT BANKED FOR THAT NIGHT"
                       TO HL-RESULT
               WHEN OTHER
                   MOVE "DISAGREES WITH THE CHECKPOINT FOR THE NIGHT"
                       TO HL-RESULT
           END-EVALUATE
           WRITE VER-RPT-RECORD FROM WS-HISTORY-LINE
           IF WS-USED-IX = ZERO AND WS-LAST-IX > ZERO
               MOVE "CHECKPOINT" TO HL-SOURCE
               MOVE WS-BK-DATE(WS-LAST-IX) TO HL-RUN-DATE
               MOVE WS-BK-READ(WS-LAST-IX) TO HL-READ
               MOVE WS-BK-WRITTEN(WS-LAST-IX) TO HL-WRITTEN
               MOVE WS-BK-EXCEPTIONS(WS-LAST-IX) TO HL-EXCEPTIONS
               MOVE WS-BK-SUSPENSE(WS-LAST-IX) TO HL-SUSPENSE
               MOVE WS-BK-GRAND-TOTAL(WS-LAST-IX) TO HL-GRAND-TOTAL
               MOVE SPACES TO HL-RESULT
               WRITE VER-RPT-RECORD FROM WS-HISTORY-LINE
           END-IF.

      *****************************************************************
      * The last checkpoint of a date is the one furthest into the
      * input -- the counters only ever go up within a run.
      *****************************************************************
       6400-FIND-LAST-CHECKPOINT.
           IF WS-BK-DATE(WS-BANK-IX) = HR-RUN-DATE
               IF WS-LAST-IX = ZERO
                   MOVE WS-BANK-IX TO WS-LAST-IX
               ELSE
                   IF WS-BK-READ(WS-BANK-IX) > WS-BK-READ(WS-LAST-IX)
                       MOVE WS-BANK-IX TO WS-LAST-IX
                   END-IF
               END-IF
           END-IF.

       7000-WRITE-TOTALS.
           WRITE VER-RPT-RECORD FROM WS-BLANK-LINE
           MOVE "CHECK 1  TOTMAST POSTINGS ON THE RUN REGISTER"
               TO CL-LABEL
           MOVE WS-POSTINGS-CHECKED TO CL-CHECKED
           MOVE WS-UNREG-POSTINGS TO CL-FAILED
           WRITE VER-RPT-RECORD FROM WS-CHECK-LINE
           MOVE "CHECK 2  BATCHES AGAINST TRAILER COUNT"
               TO CL-LABEL
           MOVE WS-BATCHES-COMPARED TO CL-CHECKED
           MOVE WS-BATCHES-OUT TO CL-FAILED
           WRITE VER-RPT-RECORD FROM WS-CHECK-LINE
           MOVE "CHECK 3  REVERSED POSTINGS ON THE AUDIT LOG"
               TO CL-LABEL
           MOVE WS-REVERSED-CHECKED TO CL-CHECKED
           MOVE WS-REVERSED-UNLOGGED TO CL-FAILED
           WRITE VER-RPT-RECORD FROM WS-CHECK-LINE
           MOVE "CHECK 4  RUN HISTORY AGAINST CHECKPOINTS"
               TO CL-LABEL
           MOVE WS-HISTORY-CHECKED TO CL-CHECKED
           MOVE WS-HISTORY-FAILED TO CL-FAILED
           WRITE VER-RPT-RECORD FROM WS-CHECK-LINE
           MOVE WS-POSTINGS-EXEMPT TO EX-POSTINGS
           MOVE WS-SUSPENSE-EXEMPT TO EX-SUSPENSE
           MOVE WS-BATCHES-RERUN TO EX-RERUNS
           WRITE VER-RPT-RECORD FROM WS-EXEMPT-LINE
           WRITE VER-RPT-RECORD FROM WS-BLANK-LINE
           EVALUATE TRUE
               WHEN RUN-STOPPED
                   MOVE "VERIFICATION INCOMPLETE -- CHECKS 3, 4 NOT RUN"
                       TO WS-RESULT-LINE
               WHEN WS-DISCREPANCIES > ZERO
                   MOVE "DISCREPANCIES FOUND -- WEEKLY CHECK FAILED"
                       TO WS-RESULT-LINE
               WHEN NOT BANK-USABLE
                   MOVE "NO DISCREPANCIES -- RUN HISTORY NOT CHECKED"
                       TO WS-RESULT-LINE
               WHEN OTHER
                   MOVE "ALL CHECKS AGREE" TO WS-RESULT-LINE
           END-EVALUATE
           WRITE VER-RPT-RECORD FROM WS-RESULT-LINE
           DISPLAY "SUM-VERIFY: DISCREPANCIES = " WS-DISCREPANCIES.

       8100-READ-REGISTER.
           READ RUN-REGISTER
               AT END
                   MOVE "Y" TO WS-END-OF-REGISTER-SW
           END-READ.

       8200-READ-MASTER.
           READ TOTALS-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-END-OF-MASTER-SW
           END-READ.

       8300-READ-SUSPENSE.
           READ SUSP-MASTER
               AT END
                   MOVE "Y" TO WS-END-OF-SUSPENSE-SW
           END-READ.

       8400-READ-HOLD.
           READ HOLD-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-END-OF-HOLDS-SW
           END-READ.

       8500-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-END-OF-AUDIT-LOG-SW
           END-READ.

       8550-READ-ARCHIVE.
           READ ARCH-IN
               AT END
                   MOVE "Y" TO WS-END-OF-ARCHIVE-SW
           END-READ.

       8600-READ-CHECKPOINT.
           READ CHECKPOINT-BANK
               AT END
                   MOVE "Y" TO WS-END-OF-BANK-SW
           END-READ.

       8700-READ-HISTORY.
           READ RUN-HISTORY
               AT END
                   MOVE "Y" TO WS-END-OF-HISTORY-SW
           END-READ.

       9000-TERMINATE.
           IF WS-TOTALS-MASTER-STATUS = "00" OR "10"
               CLOSE TOTALS-MASTER
           END-IF
           IF WS-RUN-REGISTER-STATUS = "00" OR "10"
               CLOSE RUN-REGISTER
           END-IF
           IF WS-SUSP-MASTER-STATUS = "00" OR "10"
               CLOSE SUSP-MASTER
           END-IF
           IF WS-HOLD-MASTER-STATUS = "00" OR "10"
               CLOSE HOLD-MASTER
           END-IF
           IF WS-AUDIT-LOG-STATUS = "00" OR "10"
               CLOSE AUDIT-LOG
           END-IF
           IF ARCHIVE-OPEN
               CLOSE ARCH-IN
           END-IF
           IF WS-RUN-HISTORY-STATUS = "00" OR "10"
               CLOSE RUN-HISTORY
           END-IF
           IF WS-VER-RPT-STATUS = "00"
               CLOSE VER-RPT
           END-IF
           EVALUATE TRUE
               WHEN RUN-STOPPED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DISCREPANCIES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT BANK-USABLE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
