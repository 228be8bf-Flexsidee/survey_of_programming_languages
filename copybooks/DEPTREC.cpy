      *****************************************************************
      * DEPTREC.cpy
      * Shared layout of a PROD.SUM.DEPARTMENTS department-master
      * record (VSAM KSDS, key = DP-DEPARTMENT, defined once at setup
      * with IDCAMS).  One record per department that sends batches,
      * maintained by DEPT-MAINT (sumDeptMaint.cob) and read by keyed
      * lookup in SUM-EDIT, Sum, SUM-DIFF, SUM-STMT, STND-MAINT,
      * SUM-SCHED and SUSP-FIX.  COPY it with
      * REPLACING if the including program needs a 01-level name
      * other than DEPT-RECORD.
      *
      * A batch header must name a department that is on the master
      * and DP-DEPT-ACTIVE, or SUM-EDIT fails the run.
      *
      * DP-CONTACT and DP-ROUTE tell SUM-STMT who the department's
      * statement goes to and by what delivery route (mail stop,
      * print queue, ...).
      *
      * DP-AUTH-RANGE holds the GL accounts the department may post
      * to: DP-AUTH-COUNT entries, each an inclusive from/to range of
      * account codes -- a single account is a range with the same
      * code at both ends.  A detail whose account falls in none of
      * the ranges suspends UNAUTH, even when the account itself is
      * good on the account master.  A department with no ranges may
      * post to nothing; 000000-999999 lets it post anywhere.
      *****************************************************************
       01  DEPT-RECORD.
           05  DP-DEPARTMENT           PIC X(4).
           05  DP-NAME                 PIC X(30).
           05  DP-STATUS               PIC X.
               88  DP-DEPT-ACTIVE              VALUE "A".
               88  DP-DEPT-INACTIVE            VALUE "I".
           05  DP-CONTACT              PIC X(30).
           05  DP-ROUTE                PIC X(10).
           05  DP-LAST-MAINT-DATE      PIC X(8).
           05  DP-LAST-MAINT-ACTION    PIC X.
           05  DP-AUTH-COUNT           PIC 9(2).
           05  DP-AUTH-RANGE           OCCURS 10 TIMES.
               10  DP-AUTH-FROM        PIC X(6).
               10  DP-AUTH-TO          PIC X(6).
           05  FILLER                  PIC X(34).
