       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUM-RUNCTL.
      *****************************************************************
      * Step-level run control for the overnight job (SUMBATCH).
      * Keeps one record per night on the run-control file RUNCTL
      * (PROD.SUM.RUN.CONTROL, see RCTLREC.cpy): every job step is
      * wrapped by a gate step ahead of it and a set of ender steps
      * after it, all running this program, so the file shows which
      * steps started, which ended and with what return code.  What
      * the program does is named by the PARM:
      *
      *   START            first step of a normal submission: opens
      *                    a fresh record for tonight (submission 01)
      *                    and points the file at it.
      *   RESUME           first step of a resubmission after a
      *                    failure: picks up the night the pointer
      *                    names (even after midnight), counts one
      *                    more submission and prints where the night
      *                    stood.
      *   BEGIN,step,flag,test,...
      *                    the gate ahead of a step.  On a normal
      *                    submission it records the start and ends 0
      *                    so the step runs.  On a resume it decides:
      *                      RC 0  run the step;
      *                      RC 4  skip it -- it already ended cleanly
      *                            (RC 4 or less, or marked done), or
      *                            its COND tests bypass it on what
      *                            the night has recorded;
      *                      RC 8  refuse it -- it is flagged not safe
      *                            to rerun and did not end cleanly.
      *                    The job step carries COND=(0,NE,gate).
      *                    flag  "N"       not safe to rerun: appends
      *                                    to a cumulative file
      *                          "W:step"  runs only in a submission
      *                                    that runs the named step
      *                                    too (scratches or work
      *                                    files it exists for)
      *                          blank     rerun freely
      *                    test  the step's own COND tests, each
      *                          written ccOPstep -- e.g. 08LEEDIT
      *                          for COND=(8,LE,EDIT) -- so a resume
      *                          can apply them to return codes
      *                          recorded by an earlier submission,
      *                          which JCL COND cannot see.
      *   END,step,rc      records the step's end and the top of its
      *                    return-code band (00/04/08/12/16).
      *   STATUS[,date]    prints the night step by step on RCTLRPT
      *                    (the pointer's night unless a CCYYMMDD
      *                    date is given).
      *   MARK,step        an operator has put a refused or failed
      *                    step right by hand: records it as done so
      *                    the next resume carries on past it.
      *
      * RETURN-CODE 16 when RUNCTL cannot be used (every gate then
      * stops its step, so the night halts rather than run blind) or
      * the PARM is not understood.  START ends 4 when it replaces a
      * record already started tonight or leaves an unfinished night
      * behind; RESUME ends 4 when there is nothing left to resume;
      * STATUS ends 4 when the night is not clean.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-CONTROL ASSIGN TO RUNCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-RUN-DATE
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.

               SELECT RCTL-RPT ASSIGN TO RCTLRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RCTL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL
           RECORD CONTAINS 1750 CHARACTERS.
           COPY RCTLREC.

       FD  RCTL-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RCTL-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-CONTROL-STATUS   PIC X(2).
           05  WS-RCTL-RPT-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-RUN-CONTROL-SW       PIC X(1) VALUE "N".
               88  RUN-CONTROL-OPEN            VALUE "Y".
           05  WS-REPORT-SW            PIC X(1) VALUE "N".
               88  REPORT-OPEN                 VALUE "Y".
           05  WS-POINTER-FOUND-SW     PIC X(1) VALUE "N".
               88  POINTER-FOUND               VALUE "Y".
           05  WS-NIGHT-FOUND-SW       PIC X(1) VALUE "N".
               88  NIGHT-FOUND                 VALUE "Y".
           05  WS-NIGHT-LOADED-SW      PIC X(1) VALUE "N".
               88  NIGHT-LOADED                VALUE "Y".
           05  WS-ENTRY-CLEAN-SW       PIC X(1) VALUE "N".
               88  ENTRY-CLEAN                 VALUE "Y".
           05  WS-WITH-RUNS-SW         PIC X(1) VALUE "N".
               88  WITH-STEP-RUNS              VALUE "Y".
           05  WS-TEST-BYPASS-SW       PIC X(1) VALUE "N".
               88  TEST-BYPASSES               VALUE "Y".
           05  WS-NIGHT-CLEAN-SW       PIC X(1) VALUE "N".
               88  NIGHT-CLEAN                 VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-NOW-STAMP                PIC X(14).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-NIGHT-KEY                PIC X(8).
       01  WS-POINTER-DATE             PIC X(8).

      *****************************************************************
      * The PARM, split at its commas.  The third field is the flag
      * on a BEGIN and the return code on an END; the second is the
      * date on a STATUS.
      *****************************************************************
       01  WS-PARM-WORK                PIC X(100).
       01  WS-PARM-FIELDS.
           05  WS-PARM-VERB            PIC X(8).
               88  VERB-START                  VALUE "START".
               88  VERB-RESUME                 VALUE "RESUME".
               88  VERB-BEGIN                  VALUE "BEGIN".
               88  VERB-END                    VALUE "END".
               88  VERB-STATUS                 VALUE "STATUS".
               88  VERB-MARK                   VALUE "MARK".
               88  VERB-WITH-REPORT
                       VALUE "START" "RESUME" "STATUS" "MARK".
           05  WS-PARM-STEP            PIC X(8).
           05  WS-PARM-FLAG            PIC X(10).
           05  WS-PARM-TEST            PIC X(12) OCCURS 6 TIMES.
       01  WS-PARM-RC                  PIC X(2).
       01  WS-PARM-RC-NUM REDEFINES WS-PARM-RC
                                       PIC 9(2).
       01  WS-WITH-STEP                PIC X(8).

       01  WS-TEST-WORK.
           05  WS-TEST-CODE            PIC X(2).
           05  WS-TEST-CODE-NUM REDEFINES WS-TEST-CODE
                                       PIC 9(2).
           05  WS-TEST-OP              PIC X(2).
               88  TEST-OP-VALID
                       VALUE "GT" "GE" "EQ" "LT" "LE" "NE".
           05  WS-TEST-STEP            PIC X(8).

       01  WS-STEP-WORK.
           05  WS-STEP-IX              PIC 9(2).
           05  WS-FIND-IX              PIC 9(2).
           05  WS-SCAN-IX              PIC 9(2).
           05  WS-TEST-IX              PIC 9(2).
           05  WS-FIND-NAME            PIC X(8).
           05  WS-GATE-DECISION        PIC X.
               88  GATE-RUN                    VALUE "R".
               88  GATE-SKIP                   VALUE "K".
               88  GATE-BYPASS                 VALUE "B".
               88  GATE-REFUSE                 VALUE "X".
           05  WS-GATE-REASON          PIC X(60).

       01  WS-NIGHT-COUNTS.
           05  WS-STARTED-COUNT        PIC 9(2).
           05  WS-REFUSED-COUNT        PIC 9(2).
           05  WS-FAILED-COUNT         PIC 9(2).
           05  WS-LAST-STEP-NAME       PIC X(8).

       01  WS-STAMP-IN                 PIC X(14).
       01  WS-STAMP-OUT.
           05  SO-YEAR                 PIC X(4).
           05  SO-DASH-1               PIC X.
           05  SO-MONTH                PIC X(2).
           05  SO-DASH-2               PIC X.
           05  SO-DAY                  PIC X(2).
           05  SO-SPACE                PIC X.
           05  SO-HOUR                 PIC X(2).
           05  SO-COLON-1              PIC X.
           05  SO-MINUTE               PIC X(2).
           05  SO-COLON-2              PIC X.
           05  SO-SECOND               PIC X(2).

       01  WS-TITLE-LINE               PIC X(132)
               VALUE "SUMBATCH RUN CONTROL STATUS".

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  HL-TEXT                 PIC X(60).

       01  WS-NIGHT-LINE.
           05  FILLER                  PIC X(9) VALUE "NIGHT OF ".
           05  NL-YEAR                 PIC X(4).
           05  FILLER                  PIC X VALUE "-".
           05  NL-MONTH                PIC X(2).
           05  FILLER                  PIC X VALUE "-".
           05  NL-DAY                  PIC X(2).
           05  FILLER                  PIC X(8) VALUE "  MODE  ".
           05  NL-MODE                 PIC X(6).
           05  FILLER                  PIC X(14)
                   VALUE "  SUBMISSION  ".
           05  NL-SUBMISSION           PIC Z9.
           05  FILLER                  PIC X(17)
                   VALUE "  FIRST STARTED  ".
           05  NL-FIRST-STARTED        PIC X(19).
           05  FILLER                  PIC X(18)
                   VALUE "  LAST SUBMITTED  ".
           05  NL-LAST-SUBMITTED       PIC X(19).

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(6) VALUE "FLAG".
           05  FILLER                  PIC X(5) VALUE "SUB".
           05  FILLER                  PIC X(21) VALUE "STARTED".
           05  FILLER                  PIC X(21) VALUE "ENDED".
           05  FILLER                  PIC X(4) VALUE "RC".
           05  FILLER                  PIC X(30) VALUE "STATE".

       01  WS-STEP-LINE.
           05  SL-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-FLAG                 PIC X(6).
           05  SL-SUBMISSION           PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-STARTED-AT           PIC X(19).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-ENDED-AT             PIC X(19).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-RC                   PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-STATE                PIC X(30).

       01  WS-NO-STEPS-LINE            PIC X(132)
               VALUE "NO STEP HAS BEEN REACHED YET".

       01  WS-STANDS-LINE.
           05  FILLER                  PIC X(12) VALUE "JOB STANDS: ".
           05  SA-TEXT                 PIC X(80).

       01  WS-STANDS-COUNT-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  SC-STARTED              PIC Z9.
           05  FILLER                  PIC X(23)
                   VALUE " STARTED, NOT ENDED    ".
           05  SC-FAILED               PIC Z9.
           05  FILLER                  PIC X(23)
                   VALUE " ENDED RC 8 OR HIGHER  ".
           05  SC-REFUSED              PIC Z9.
           05  FILLER                  PIC X(9) VALUE " REFUSED".

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(100).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF RUN-CONTROL-OPEN
               EVALUATE TRUE
                   WHEN VERB-START
                       PERFORM 2000-START-NIGHT
                   WHEN VERB-RESUME
                       PERFORM 3000-RESUME-NIGHT
                   WHEN VERB-BEGIN
                       PERFORM 4000-BEGIN-STEP
                   WHEN VERB-END
                       PERFORM 5000-END-STEP
                   WHEN VERB-STATUS
                       PERFORM 6000-REPORT-STATUS
                   WHEN VERB-MARK
                       PERFORM 7000-MARK-STEP
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-STAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO WS-PARM-FIELDS
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LEN >= 1 AND LK-PARM-LEN <= 100
               MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
               UNSTRING WS-PARM-WORK DELIMITED BY ","
                   INTO WS-PARM-VERB WS-PARM-STEP WS-PARM-FLAG
                        WS-PARM-TEST(1) WS-PARM-TEST(2)
                        WS-PARM-TEST(3) WS-PARM-TEST(4)
                        WS-PARM-TEST(5) WS-PARM-TEST(6)
               END-UNSTRING
           END-IF

           IF NOT VERB-START AND NOT VERB-RESUME AND NOT VERB-BEGIN
                   AND NOT VERB-END AND NOT VERB-STATUS
                   AND NOT VERB-MARK
               DISPLAY "SUM-RUNCTL: PARM NOT UNDERSTOOD -- '"
                   WS-PARM-WORK(1:60) "'"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF (VERB-BEGIN OR VERB-END OR VERB-MARK)
                       AND WS-PARM-STEP = SPACES
                   DISPLAY "SUM-RUNCTL: NO STEP NAME ON THE PARM -- '"
                       WS-PARM-WORK(1:60) "'"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1050-OPEN-FILES
               END-IF
           END-IF.

       1050-OPEN-FILES.
           OPEN I-O RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "35" AND VERB-START
               DISPLAY "SUM-RUNCTL: NO RUN-CONTROL FILE YET -- "
                   "STARTING ONE"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RUN-CONTROL-STATUS = "00"
               SET RUN-CONTROL-OPEN TO TRUE
           ELSE
               DISPLAY "SUM-RUNCTL: UNABLE TO OPEN RUNCTL, STATUS = "
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           IF VERB-WITH-REPORT
               OPEN OUTPUT RCTL-RPT
               IF WS-RCTL-RPT-STATUS = "00"
                   SET REPORT-OPEN TO TRUE
                   WRITE RCTL-RPT-RECORD FROM WS-TITLE-LINE
                   WRITE RCTL-RPT-RECORD FROM WS-BLANK-LINE
               ELSE
                   DISPLAY "SUM-RUNCTL: UNABLE TO OPEN RCTLRPT, "
                       "STATUS = " WS-RCTL-RPT-STATUS
               END-IF
           END-IF.

       1100-READ-POINTER.
           MOVE "N" TO WS-POINTER-FOUND-SW
           MOVE SPACES TO WS-POINTER-DATE
           MOVE SPACES TO RC-RUN-DATE
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET POINTER-FOUND TO TRUE
                   MOVE RP-CURRENT-RUN-DATE TO WS-POINTER-DATE
           END-READ.

       1200-READ-NIGHT.
           MOVE "N" TO WS-NIGHT-FOUND-SW
           MOVE WS-NIGHT-KEY TO RC-RUN-DATE
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NIGHT-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * Every verb but START and STATUS works on the night the
      * pointer names -- the night of the last normal submission --
      * so a resume after midnight still lands on the right record.
      *****************************************************************
       1300-LOAD-CURRENT-NIGHT.
           MOVE "N" TO WS-NIGHT-LOADED-SW
           PERFORM 1100-READ-POINTER
           IF NOT POINTER-FOUND
               DISPLAY "SUM-RUNCTL: RUNCTL HAS NO CURRENT NIGHT -- "
                   "RUN PARM='START' FIRST"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-POINTER-DATE TO WS-NIGHT-KEY
               PERFORM 1200-READ-NIGHT
               IF NIGHT-FOUND
                   SET NIGHT-LOADED TO TRUE
               ELSE
                   DISPLAY "SUM-RUNCTL: NIGHT " WS-NIGHT-KEY
                       " IS NOT ON RUNCTL, STATUS = "
                       WS-RUN-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1400-FIND-STEP.
           MOVE ZERO TO WS-FIND-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > RC-STEP-COUNT
                      OR WS-FIND-IX > ZERO
               IF RC-STEP-NAME(WS-SCAN-IX) = WS-FIND-NAME
                   MOVE WS-SCAN-IX TO WS-FIND-IX
               END-IF
           END-PERFORM.

      *****************************************************************
      * Adds the PARM's step to the end of the night's list, never
      * yet started.  WS-FIND-IX stays zero when the list is full.
      *****************************************************************
       1450-ADD-STEP.
           IF RC-STEP-COUNT < 40
               ADD 1 TO RC-STEP-COUNT
               MOVE RC-STEP-COUNT TO WS-FIND-IX
               MOVE WS-PARM-STEP TO RC-STEP-NAME(WS-FIND-IX)
               MOVE SPACE TO RC-STEP-FLAG(WS-FIND-IX)
               MOVE SPACE TO RC-STEP-STATE(WS-FIND-IX)
               MOVE ZERO TO RC-STEP-SUBMISSION(WS-FIND-IX)
               MOVE SPACES TO RC-STEP-STARTED-AT(WS-FIND-IX)
               MOVE SPACES TO RC-STEP-ENDED-AT(WS-FIND-IX)
               MOVE ZERO TO RC-STEP-RC(WS-FIND-IX)
           ELSE
               DISPLAY "SUM-RUNCTL: NIGHT " RC-RUN-DATE
                   " ALREADY HOLDS 40 STEPS -- " WS-PARM-STEP
                   " NOT RECORDED"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * An entry is clean when it ended RC 4 or less or an operator
      * marked it done: a resume never runs it again.
      *****************************************************************
       1500-TEST-CLEAN.
           MOVE "N" TO WS-ENTRY-CLEAN-SW
           IF RC-STEP-MARKED(WS-FIND-IX)
               SET ENTRY-CLEAN TO TRUE
           END-IF
           IF RC-STEP-ENDED(WS-FIND-IX)
                   AND RC-STEP-RC(WS-FIND-IX) <= 4
               SET ENTRY-CLEAN TO TRUE
           END-IF.

       1600-REWRITE-NIGHT.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "SUM-RUNCTL: RUNCTL REWRITE FAILED FOR "
                       RC-RUN-DATE ", STATUS = "
                       WS-RUN-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       1700-WRITE-POINTER.
           MOVE SPACES TO RUN-CONTROL-POINTER
           MOVE WS-TODAY-DATE TO RP-CURRENT-RUN-DATE
           IF POINTER-FOUND
               REWRITE RUN-CONTROL-POINTER
                   INVALID KEY
                       DISPLAY "SUM-RUNCTL: RUNCTL POINTER REWRITE "
                           "FAILED, STATUS = " WS-RUN-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-POINTER
                   INVALID KEY
                       DISPLAY "SUM-RUNCTL: RUNCTL POINTER WRITE "
                           "FAILED, STATUS = " WS-RUN-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

      *****************************************************************
      * START: a normal submission opens a fresh record for tonight.
      * A night the pointer still names that did not finish cleanly
      * is printed first -- it is being left behind, not resumed --
      * and so is any record already started today, which is
      * replaced.  Either warning ends RC 4; the night still runs.
      *****************************************************************
       2000-START-NIGHT.
           PERFORM 1100-READ-POINTER
           IF POINTER-FOUND AND WS-POINTER-DATE NOT = WS-TODAY-DATE
               MOVE WS-POINTER-DATE TO WS-NIGHT-KEY
               PERFORM 1200-READ-NIGHT
               IF NIGHT-FOUND
                   PERFORM 6400-ASSESS-NIGHT
                   IF NOT NIGHT-CLEAN
                       DISPLAY "SUM-RUNCTL: NIGHT " WS-POINTER-DATE
                           " DID NOT FINISH CLEANLY AND IS NOT "
                           "BEING RESUMED"
                       MOVE "PREVIOUS NIGHT UNFINISHED -- NOT RESUMED"
                           TO HL-TEXT
                       PERFORM 6100-PRINT-NIGHT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           MOVE WS-TODAY-DATE TO WS-NIGHT-KEY
           PERFORM 1200-READ-NIGHT
           IF NIGHT-FOUND
               DISPLAY "SUM-RUNCTL: NIGHT " WS-TODAY-DATE
                   " WAS ALREADY STARTED -- ITS RECORD IS REPLACED"
               MOVE "EARLIER SUBMISSION TODAY -- RECORD REPLACED"
                   TO HL-TEXT
               PERFORM 6100-PRINT-NIGHT
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           SET RC-MODE-NORMAL TO TRUE
           MOVE 1 TO RC-SUBMISSION-NO
           MOVE WS-NOW-STAMP TO RC-FIRST-STARTED
           MOVE WS-NOW-STAMP TO RC-LAST-SUBMITTED
           MOVE ZERO TO RC-STEP-COUNT
           IF NIGHT-FOUND
               PERFORM 1600-REWRITE-NIGHT
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "SUM-RUNCTL: RUNCTL WRITE FAILED FOR "
                           RC-RUN-DATE ", STATUS = "
                           WS-RUN-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF

           IF RETURN-CODE < 16
               DISPLAY "SUM-RUNCTL: NIGHT " WS-TODAY-DATE
                   " STARTED, SUBMISSION 01"
               MOVE "NORMAL SUBMISSION STARTED" TO HL-TEXT
               PERFORM 6100-PRINT-NIGHT
               PERFORM 1700-WRITE-POINTER
           END-IF.

      *****************************************************************
      * RESUME: the resubmitted job works on the pointer's night
      * under the next submission number.  The night is printed as
      * it stood, so the morning can see what the resume will skip.
      *****************************************************************
       3000-RESUME-NIGHT.
           PERFORM 1300-LOAD-CURRENT-NIGHT
           IF NIGHT-LOADED
               IF RC-SUBMISSION-NO < 99
                   ADD 1 TO RC-SUBMISSION-NO
               END-IF
               SET RC-MODE-RESUME TO TRUE
               MOVE WS-NOW-STAMP TO RC-LAST-SUBMITTED
               PERFORM 1600-REWRITE-NIGHT
               PERFORM 6400-ASSESS-NIGHT
               DISPLAY "SUM-RUNCTL: RESUMING NIGHT " RC-RUN-DATE
                   ", SUBMISSION " RC-SUBMISSION-NO
               MOVE "RESUME -- NIGHT AS IT STOOD" TO HL-TEXT
               PERFORM 6100-PRINT-NIGHT
               IF NIGHT-CLEAN AND RETURN-CODE < 4
                   DISPLAY "SUM-RUNCTL: NOTHING TO RESUME -- EVERY "
                       "STEP REACHED ENDED CLEANLY"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * BEGIN: the gate ahead of a job step.  The JCL is the master
      * of each step's rerun flag, so it is taken from the PARM on
      * every call.
      *****************************************************************
       4000-BEGIN-STEP.
           PERFORM 1300-LOAD-CURRENT-NIGHT
           IF NIGHT-LOADED
               MOVE SPACES TO WS-WITH-STEP
               IF WS-PARM-FLAG(1:2) = "W:"
                   MOVE WS-PARM-FLAG(3:8) TO WS-WITH-STEP
               END-IF
               MOVE WS-PARM-STEP TO WS-FIND-NAME
               PERFORM 1400-FIND-STEP
               IF WS-FIND-IX = ZERO
                   PERFORM 1450-ADD-STEP
               END-IF
           END-IF
           IF NIGHT-LOADED AND WS-FIND-IX > ZERO
               MOVE WS-FIND-IX TO WS-STEP-IX
               IF WS-PARM-FLAG = "N"
                   MOVE "N" TO RC-STEP-FLAG(WS-STEP-IX)
               ELSE
                   MOVE SPACE TO RC-STEP-FLAG(WS-STEP-IX)
               END-IF
               MOVE SPACES TO WS-GATE-REASON
               IF RC-MODE-NORMAL
                   SET GATE-RUN TO TRUE
               ELSE
                   PERFORM 4100-DECIDE-ON-RESUME
               END-IF
               PERFORM 4800-APPLY-DECISION
               PERFORM 1600-REWRITE-NIGHT
           END-IF.

      *****************************************************************
      * The resume decision, in order:
      *   - a step tied to another ("W:") runs exactly when that
      *     step runs in this submission; otherwise it is skipped if
      *     clean, bypassed if it never started, refused if it did;
      *   - a clean step is skipped;
      *   - a step not safe to rerun that started, was refused or
      *     ended RC 8 or more is refused;
      *   - the step's COND tests, applied to what the night has
      *     recorded, bypass it;
      *   - anything else runs.
      *****************************************************************
       4100-DECIDE-ON-RESUME.
           MOVE WS-STEP-IX TO WS-FIND-IX
           PERFORM 1500-TEST-CLEAN
           IF WS-WITH-STEP NOT = SPACES
               PERFORM 4300-PREDICT-WITH-STEP
               EVALUATE TRUE
                   WHEN WITH-STEP-RUNS
                       SET GATE-RUN TO TRUE
                   WHEN ENTRY-CLEAN
                       SET GATE-SKIP TO TRUE
                   WHEN RC-STEP-STATE(WS-STEP-IX) = SPACE
                     OR RC-STEP-BYPASSED(WS-STEP-IX)
                       SET GATE-BYPASS TO TRUE
                       STRING "BYPASSED -- " DELIMITED BY SIZE
                           WS-WITH-STEP DELIMITED BY SPACE
                           " DOES NOT RUN" DELIMITED BY SIZE
                           INTO WS-GATE-REASON
                   WHEN OTHER
                       SET GATE-REFUSE TO TRUE
                       STRING "REFUSED -- RUNS ONLY WITH "
                           DELIMITED BY SIZE
                           WS-WITH-STEP DELIMITED BY SPACE
                           "; PUT RIGHT BY HAND, THEN MARK"
                           DELIMITED BY SIZE
                           INTO WS-GATE-REASON
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN ENTRY-CLEAN
                       SET GATE-SKIP TO TRUE
                   WHEN RC-STEP-NO-RERUN(WS-STEP-IX)
                    AND (RC-STEP-STARTED(WS-STEP-IX)
                      OR RC-STEP-REFUSED(WS-STEP-IX)
                      OR RC-STEP-ENDED(WS-STEP-IX))
                       SET GATE-REFUSE TO TRUE
                       IF WS-PARM-STEP = "SUM"
                           MOVE "REFUSED -- FINISH WITH SUMRESTR, MARK"
                               TO WS-GATE-REASON
                       ELSE
                           MOVE "REFUSED -- APPENDS; PUT RIGHT AND MARK"
                               TO WS-GATE-REASON
                       END-IF
                   WHEN OTHER
                       PERFORM 4500-APPLY-COND-TESTS
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Will the "W:" step run in this submission?  If its gate has
      * already been through this submission, its state says so;
      * otherwise predict what its gate will decide.
      *****************************************************************
       4300-PREDICT-WITH-STEP.
           SET WITH-STEP-RUNS TO TRUE
           MOVE WS-WITH-STEP TO WS-FIND-NAME
           PERFORM 1400-FIND-STEP
           IF WS-FIND-IX > ZERO
               PERFORM 1500-TEST-CLEAN
               EVALUATE TRUE
                   WHEN RC-STEP-SUBMISSION(WS-FIND-IX)
                           = RC-SUBMISSION-NO
                       IF NOT RC-STEP-STARTED(WS-FIND-IX)
                               AND NOT RC-STEP-ENDED(WS-FIND-IX)
                           MOVE "N" TO WS-WITH-RUNS-SW
                       END-IF
                   WHEN ENTRY-CLEAN
                       MOVE "N" TO WS-WITH-RUNS-SW
                   WHEN RC-STEP-NO-RERUN(WS-FIND-IX)
                    AND (RC-STEP-STARTED(WS-FIND-IX)
                      OR RC-STEP-REFUSED(WS-FIND-IX)
                      OR RC-STEP-ENDED(WS-FIND-IX))
                       MOVE "N" TO WS-WITH-RUNS-SW
               END-EVALUATE
           END-IF
           MOVE WS-STEP-IX TO WS-FIND-IX
           PERFORM 1500-TEST-CLEAN.

      *****************************************************************
      * Each test ccOPstep is the step's JCL COND=(cc,OP,step).  A
      * test on a step the night never ran, or bypassed, is ignored,
      * as JCL ignores it; a step that started and never ended (or
      * was refused) bypasses, as an abend would have.
      *****************************************************************
       4500-APPLY-COND-TESTS.
           SET GATE-RUN TO TRUE
           PERFORM VARYING WS-TEST-IX FROM 1 BY 1
                   UNTIL WS-TEST-IX > 6 OR NOT GATE-RUN
               IF WS-PARM-TEST(WS-TEST-IX) NOT = SPACES
                   PERFORM 4550-APPLY-ONE-TEST
               END-IF
           END-PERFORM.

       4550-APPLY-ONE-TEST.
           MOVE WS-PARM-TEST(WS-TEST-IX) TO WS-TEST-WORK
           MOVE "N" TO WS-TEST-BYPASS-SW
           IF WS-TEST-CODE NOT NUMERIC OR NOT TEST-OP-VALID
               DISPLAY "SUM-RUNCTL: COND TEST '"
                   WS-PARM-TEST(WS-TEST-IX) "' NOT UNDERSTOOD"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-TEST-STEP TO WS-FIND-NAME
               PERFORM 1400-FIND-STEP
               IF WS-FIND-IX > ZERO
                   EVALUATE TRUE
                       WHEN RC-STEP-ENDED(WS-FIND-IX)
                         OR RC-STEP-MARKED(WS-FIND-IX)
                           PERFORM 4600-COMPARE-RC
                       WHEN RC-STEP-STARTED(WS-FIND-IX)
                         OR RC-STEP-REFUSED(WS-FIND-IX)
                           SET TEST-BYPASSES TO TRUE
                   END-EVALUATE
               END-IF
               IF TEST-BYPASSES
                   SET GATE-BYPASS TO TRUE
                   STRING "BYPASSED -- COND " DELIMITED BY SIZE
                       WS-TEST-CODE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TEST-OP DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TEST-STEP DELIMITED BY SPACE
                       " ON THE NIGHT'S RECORD" DELIMITED BY SIZE
                       INTO WS-GATE-REASON
               END-IF
           END-IF
           MOVE WS-STEP-IX TO WS-FIND-IX.

       4600-COMPARE-RC.
           EVALUATE WS-TEST-OP
               WHEN "GT"
                   IF WS-TEST-CODE-NUM > RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
               WHEN "GE"
                   IF WS-TEST-CODE-NUM >= RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
               WHEN "EQ"
                   IF WS-TEST-CODE-NUM = RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
               WHEN "LT"
                   IF WS-TEST-CODE-NUM < RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
               WHEN "LE"
                   IF WS-TEST-CODE-NUM <= RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
               WHEN "NE"
                   IF WS-TEST-CODE-NUM NOT = RC-STEP-RC(WS-FIND-IX)
                       SET TEST-BYPASSES TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Records the gate's decision and sets the RETURN-CODE the
      * job step's COND=(0,NE,gate) reads.  A skipped step's entry
      * is left exactly as the submission that ran it left it.
      *****************************************************************
       4800-APPLY-DECISION.
           EVALUATE TRUE
               WHEN GATE-RUN
                   SET RC-STEP-STARTED(WS-STEP-IX) TO TRUE
                   MOVE RC-SUBMISSION-NO
                       TO RC-STEP-SUBMISSION(WS-STEP-IX)
                   MOVE WS-NOW-STAMP TO RC-STEP-STARTED-AT(WS-STEP-IX)
                   MOVE SPACES TO RC-STEP-ENDED-AT(WS-STEP-IX)
                   MOVE ZERO TO RC-STEP-RC(WS-STEP-IX)
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                       " -- RUN, SUBMISSION " RC-SUBMISSION-NO
               WHEN GATE-SKIP
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                       " -- SKIPPED, DONE IN SUBMISSION "
                       RC-STEP-SUBMISSION(WS-STEP-IX)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN GATE-BYPASS
                   SET RC-STEP-BYPASSED(WS-STEP-IX) TO TRUE
                   MOVE RC-SUBMISSION-NO
                       TO RC-STEP-SUBMISSION(WS-STEP-IX)
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP " -- "
                       WS-GATE-REASON
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN GATE-REFUSE
                   SET RC-STEP-REFUSED(WS-STEP-IX) TO TRUE
                   MOVE RC-SUBMISSION-NO
                       TO RC-STEP-SUBMISSION(WS-STEP-IX)
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP " -- "
                       WS-GATE-REASON
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * END: the ender step matching the job step's return-code band
      * records it.  A step with no entry (its gate's record was
      * lost, or SUMRESTR ran it outside SUMBATCH) is added rather
      * than have its end go unrecorded.
      *****************************************************************
       5000-END-STEP.
           MOVE WS-PARM-FLAG(1:2) TO WS-PARM-RC
           IF WS-PARM-RC NOT NUMERIC OR WS-PARM-FLAG(3:8) NOT = SPACES
               DISPLAY "SUM-RUNCTL: RETURN CODE '" WS-PARM-FLAG
                   "' NOT UNDERSTOOD FOR " WS-PARM-STEP
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1300-LOAD-CURRENT-NIGHT
           END-IF
           IF NIGHT-LOADED
               MOVE WS-PARM-STEP TO WS-FIND-NAME
               PERFORM 1400-FIND-STEP
               IF WS-FIND-IX = ZERO
                   PERFORM 1450-ADD-STEP
                   IF WS-FIND-IX > ZERO
                       MOVE RC-SUBMISSION-NO
                           TO RC-STEP-SUBMISSION(WS-FIND-IX)
                   END-IF
               END-IF
               IF WS-FIND-IX > ZERO
                   SET RC-STEP-ENDED(WS-FIND-IX) TO TRUE
                   MOVE WS-NOW-STAMP TO RC-STEP-ENDED-AT(WS-FIND-IX)
                   MOVE WS-PARM-RC-NUM TO RC-STEP-RC(WS-FIND-IX)
                   PERFORM 1600-REWRITE-NIGHT
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                       " -- ENDED, RC " WS-PARM-RC
               END-IF
           END-IF.

      *****************************************************************
      * STATUS: the pointer's night, or the night whose date is on
      * the PARM.  RC 4 when the night is not clean, so a status
      * step at the end of the job flags the morning check.
      *****************************************************************
       6000-REPORT-STATUS.
           IF WS-PARM-STEP = SPACES
               PERFORM 1300-LOAD-CURRENT-NIGHT
           ELSE
               IF WS-PARM-STEP NOT NUMERIC
                   DISPLAY "SUM-RUNCTL: STATUS DATE '" WS-PARM-STEP
                       "' IS NOT CCYYMMDD"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-PARM-STEP TO WS-NIGHT-KEY
                   PERFORM 1200-READ-NIGHT
                   IF NIGHT-FOUND
                       SET NIGHT-LOADED TO TRUE
                   ELSE
                       DISPLAY "SUM-RUNCTL: NIGHT " WS-NIGHT-KEY
                           " IS NOT ON RUNCTL"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF NIGHT-LOADED
               PERFORM 6400-ASSESS-NIGHT
               MOVE "STEP BY STEP" TO HL-TEXT
               PERFORM 6100-PRINT-NIGHT
               IF NOT NIGHT-CLEAN AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * Prints the night now in the record area: the heading in
      * HL-TEXT, the night line, one line per step in the order the
      * job reached them, and where the job stands.
      *****************************************************************
       6100-PRINT-NIGHT.
           IF REPORT-OPEN
               PERFORM 6400-ASSESS-NIGHT
               WRITE RCTL-RPT-RECORD FROM WS-HEADING-LINE
               MOVE RC-RUN-DATE(1:4) TO NL-YEAR
               MOVE RC-RUN-DATE(5:2) TO NL-MONTH
               MOVE RC-RUN-DATE(7:2) TO NL-DAY
               IF RC-MODE-RESUME
                   MOVE "RESUME" TO NL-MODE
               ELSE
                   MOVE "NORMAL" TO NL-MODE
               END-IF
               MOVE RC-SUBMISSION-NO TO NL-SUBMISSION
               MOVE RC-FIRST-STARTED TO WS-STAMP-IN
               PERFORM 6500-FORMAT-STAMP
               MOVE WS-STAMP-OUT TO NL-FIRST-STARTED
               MOVE RC-LAST-SUBMITTED TO WS-STAMP-IN
               PERFORM 6500-FORMAT-STAMP
               MOVE WS-STAMP-OUT TO NL-LAST-SUBMITTED
               WRITE RCTL-RPT-RECORD FROM WS-NIGHT-LINE
               WRITE RCTL-RPT-RECORD FROM WS-BLANK-LINE
               IF RC-STEP-COUNT = ZERO
                   WRITE RCTL-RPT-RECORD FROM WS-NO-STEPS-LINE
               ELSE
                   WRITE RCTL-RPT-RECORD FROM WS-COLUMN-LINE
                   PERFORM 6200-PRINT-STEP
                       VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > RC-STEP-COUNT
               END-IF
               WRITE RCTL-RPT-RECORD FROM WS-BLANK-LINE
               PERFORM 6300-PRINT-STANDS
               WRITE RCTL-RPT-RECORD FROM WS-BLANK-LINE
           END-IF.

       6200-PRINT-STEP.
           MOVE RC-STEP-NAME(WS-STEP-IX) TO SL-STEP-NAME
           IF RC-STEP-NO-RERUN(WS-STEP-IX)
               MOVE "NORERUN" TO SL-FLAG
           ELSE
               MOVE SPACES TO SL-FLAG
           END-IF
           MOVE RC-STEP-SUBMISSION(WS-STEP-IX) TO SL-SUBMISSION
           MOVE RC-STEP-STARTED-AT(WS-STEP-IX) TO WS-STAMP-IN
           PERFORM 6500-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO SL-STARTED-AT
           MOVE RC-STEP-ENDED-AT(WS-STEP-IX) TO WS-STAMP-IN
           PERFORM 6500-FORMAT-STAMP
           MOVE WS-STAMP-OUT TO SL-ENDED-AT
           MOVE SPACES TO SL-RC
           EVALUATE TRUE
               WHEN RC-STEP-STARTED(WS-STEP-IX)
                   MOVE "STARTED, NOT ENDED" TO SL-STATE
               WHEN RC-STEP-ENDED(WS-STEP-IX)
                   MOVE RC-STEP-RC(WS-STEP-IX) TO SL-RC
                   IF RC-STEP-RC(WS-STEP-IX) >= 8
                       MOVE "ENDED -- FAILED" TO SL-STATE
                   ELSE
                       MOVE "ENDED" TO SL-STATE
                   END-IF
               WHEN RC-STEP-BYPASSED(WS-STEP-IX)
                   MOVE "BYPASSED ON RESUME" TO SL-STATE
               WHEN RC-STEP-REFUSED(WS-STEP-IX)
                   MOVE "REFUSED -- NOT SAFE TO RERUN" TO SL-STATE
               WHEN RC-STEP-MARKED(WS-STEP-IX)
                   MOVE "MARKED DONE BY OPERATOR" TO SL-STATE
               WHEN OTHER
                   MOVE "NOT STARTED" TO SL-STATE
           END-EVALUATE
           WRITE RCTL-RPT-RECORD FROM WS-STEP-LINE.

       6300-PRINT-STANDS.
           EVALUATE TRUE
               WHEN RC-STEP-COUNT = ZERO
                   MOVE "NOTHING RUN YET" TO SA-TEXT
               WHEN WS-STARTED-COUNT > ZERO
                   MOVE "A STEP STARTED AND DID NOT END -- ABENDED?"
                       TO SA-TEXT
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE "A STEP WAS REFUSED -- PUT RIGHT, MARK, RESUME"
                       TO SA-TEXT
               WHEN WS-FAILED-COUNT > ZERO
                   MOVE "A STEP FAILED -- FIX THE CAUSE AND RESUME"
                       TO SA-TEXT
               WHEN OTHER
                   STRING "CLEAN THROUGH " DELIMITED BY SIZE
                       WS-LAST-STEP-NAME DELIMITED BY SPACE
                       INTO SA-TEXT
           END-EVALUATE
           WRITE RCTL-RPT-RECORD FROM WS-STANDS-LINE
           IF NOT NIGHT-CLEAN
               MOVE WS-STARTED-COUNT TO SC-STARTED
               MOVE WS-FAILED-COUNT TO SC-FAILED
               MOVE WS-REFUSED-COUNT TO SC-REFUSED
               WRITE RCTL-RPT-RECORD FROM WS-STANDS-COUNT-LINE
           END-IF.

      *****************************************************************
      * A night is clean when no step is left started, refused or
      * ended RC 8 or more.  Bypassed steps do not count against it
      * -- their COND meant them not to run.
      *****************************************************************
       6400-ASSESS-NIGHT.
           MOVE ZERO TO WS-STARTED-COUNT
           MOVE ZERO TO WS-REFUSED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE SPACES TO WS-LAST-STEP-NAME
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > RC-STEP-COUNT
               EVALUATE TRUE
                   WHEN RC-STEP-STARTED(WS-SCAN-IX)
                       ADD 1 TO WS-STARTED-COUNT
                   WHEN RC-STEP-REFUSED(WS-SCAN-IX)
                       ADD 1 TO WS-REFUSED-COUNT
                   WHEN RC-STEP-ENDED(WS-SCAN-IX)
                       IF RC-STEP-RC(WS-SCAN-IX) >= 8
                           ADD 1 TO WS-FAILED-COUNT
                       END-IF
               END-EVALUATE
               IF RC-STEP-ENDED(WS-SCAN-IX)
                       OR RC-STEP-MARKED(WS-SCAN-IX)
                   MOVE RC-STEP-NAME(WS-SCAN-IX) TO WS-LAST-STEP-NAME
               END-IF
           END-PERFORM
           IF WS-STARTED-COUNT = ZERO AND WS-REFUSED-COUNT = ZERO
                   AND WS-FAILED-COUNT = ZERO
               SET NIGHT-CLEAN TO TRUE
           ELSE
               MOVE "N" TO WS-NIGHT-CLEAN-SW
           END-IF.

       6500-FORMAT-STAMP.
           IF WS-STAMP-IN = SPACES
               MOVE SPACES TO WS-STAMP-OUT
           ELSE
               MOVE WS-STAMP-IN(1:4) TO SO-YEAR
               MOVE "-" TO SO-DASH-1
               MOVE WS-STAMP-IN(5:2) TO SO-MONTH
               MOVE "-" TO SO-DASH-2
               MOVE WS-STAMP-IN(7:2) TO SO-DAY
               MOVE SPACE TO SO-SPACE
               MOVE WS-STAMP-IN(9:2) TO SO-HOUR
               MOVE ":" TO SO-COLON-1
               MOVE WS-STAMP-IN(11:2) TO SO-MINUTE
               MOVE ":" TO SO-COLON-2
               MOVE WS-STAMP-IN(13:2) TO SO-SECOND
           END-IF.

      *****************************************************************
      * MARK: an operator has put a refused or failed step right by
      * hand.  Recorded as done in the current submission so the
      * next resume skips it and runs what follows.
      *****************************************************************
       7000-MARK-STEP.
           PERFORM 1300-LOAD-CURRENT-NIGHT
           IF NIGHT-LOADED
               MOVE WS-PARM-STEP TO WS-FIND-NAME
               PERFORM 1400-FIND-STEP
               IF WS-FIND-IX = ZERO
                   DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                       " IS NOT ON NIGHT " RC-RUN-DATE
                       " -- NOTHING MARKED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1500-TEST-CLEAN
                   IF ENTRY-CLEAN
                       DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                           " ALREADY ENDED CLEANLY -- NOTHING MARKED"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       SET RC-STEP-MARKED(WS-FIND-IX) TO TRUE
                       MOVE WS-NOW-STAMP
                           TO RC-STEP-ENDED-AT(WS-FIND-IX)
                       MOVE ZERO TO RC-STEP-RC(WS-FIND-IX)
                       PERFORM 1600-REWRITE-NIGHT
                       DISPLAY "SUM-RUNCTL: " WS-PARM-STEP
                           " MARKED DONE ON NIGHT " RC-RUN-DATE
                   END-IF
               END-IF
               MOVE "AFTER MARK" TO HL-TEXT
               PERFORM 6100-PRINT-NIGHT
           END-IF.

       9000-TERMINATE.
           IF RUN-CONTROL-OPEN
               CLOSE RUN-CONTROL
           END-IF
           IF REPORT-OPEN
               CLOSE RCTL-RPT
           END-IF.
