      *****************************************************************
      * RCTLREC.cpy
      * Shared layout of a PROD.SUM.RUN.CONTROL record (VSAM KSDS,
      * key = RC-RUN-DATE, defined once at setup with IDCAMS).  One
      * record per night of jcl/SUMBATCH.jcl, written step by step
      * as the job goes by SUM-RUNCTL (sumRunControl.cob): the gate
      * step ahead of each job step records when it started, and the
      * step after it records when it ended and its return code.
      *
      * RC-RUN-DATE is the date the night's first submission
      * started.  RC-SUBMISSION-NO counts the submissions against
      * the night -- 1 for the normal run, one more for every resume.
      * The steps are held in the order the job first reached them.
      *
      * RC-STEP-STATE:
      *   "S"  started and not (yet) ended -- running, abended or
      *        cancelled
      *   "E"  ended, with its return code in RC-STEP-RC -- the top
      *        of the band it fell in: 00, 04 (1-4), 08 (5-8),
      *        12 (9-12) or 16 (13 and higher)
      *   "B"  bypassed on a resume -- the same COND test that kept
      *        it out of the night's earlier submission kept it out
      *   "R"  refused on a resume -- it appends to a cumulative
      *        file (or needs a work file an earlier step passed)
      *        and did not end cleanly, so rerunning it could post
      *        or append twice
      *   "M"  marked done by hand after a refused step was put
      *        right (SUM-RUNCTL PARM='MARK,step')
      * RC-STEP-NO-RERUN ("N") flags the steps resume refuses.
      *
      * The record whose key is blank is not a night: it is the
      * pointer (RUN-CONTROL-POINTER below) to the night the last
      * normal submission started, which is the night a resume
      * picks up -- even after midnight.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE             PIC X(8).
           05  RC-RUN-MODE             PIC X.
               88  RC-MODE-NORMAL              VALUE "N".
               88  RC-MODE-RESUME              VALUE "R".
           05  RC-SUBMISSION-NO        PIC 9(2).
           05  RC-FIRST-STARTED        PIC X(14).
           05  RC-LAST-SUBMITTED       PIC X(14).
           05  RC-STEP-COUNT           PIC 9(2).
           05  RC-STEP OCCURS 40 TIMES.
               10  RC-STEP-NAME        PIC X(8).
               10  RC-STEP-FLAG        PIC X.
                   88  RC-STEP-NO-RERUN        VALUE "N".
               10  RC-STEP-STATE       PIC X.
                   88  RC-STEP-STARTED         VALUE "S".
                   88  RC-STEP-ENDED           VALUE "E".
                   88  RC-STEP-BYPASSED        VALUE "B".
                   88  RC-STEP-REFUSED         VALUE "R".
                   88  RC-STEP-MARKED          VALUE "M".
               10  RC-STEP-SUBMISSION  PIC 9(2).
               10  RC-STEP-STARTED-AT  PIC X(14).
               10  RC-STEP-ENDED-AT    PIC X(14).
               10  RC-STEP-RC          PIC 9(2).
           05  FILLER                  PIC X(29).

       01  RUN-CONTROL-POINTER.
           05  RP-KEY                  PIC X(8).
           05  RP-CURRENT-RUN-DATE     PIC X(8).
           05  FILLER                  PIC X(1734).
