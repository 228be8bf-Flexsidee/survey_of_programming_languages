      *****************************************************************
      * AUTHREC.cpy
      * Shared layout of a PROD.SUM.AUTH.USERS authorized-user record
      * (VSAM KSDS, key = AU-USER-ID, defined once at setup with
      * IDCAMS).  One record per person who may request or approve a
      * controlled change, maintained by USER-MAINT (sumUserMaint.cob)
      * and read by keyed lookup in ACCT-MAINT, SUSP-FIX and
      * SUM-REVERSE.  COPY it with REPLACING if the including program
      * needs a 01-level name other than AUTH-USER-RECORD.
      *
      * Every MAINTIN, FIXIN and BACKOUT card carries the ID of the
      * person who asked for the change and of the person who signed
      * it off.  Both must be on this file and AU-USER-ACTIVE, they
      * must not be the same person, and the approver must hold the
      * authority for that kind of change:
      *   AU-APPROVE-ACCOUNT    GL account maintenance (ACCT-MAINT)
      *   AU-APPROVE-SUSPENSE   suspense corrections (SUSP-FIX)
      *   AU-APPROVE-BACKOUT    batch and transaction backouts
      *                         (SUM-REVERSE)
      * A requester needs no authority of their own -- only a record.
      *****************************************************************
       01  AUTH-USER-RECORD.
           05  AU-USER-ID              PIC X(8).
           05  AU-USER-NAME            PIC X(30).
           05  AU-STATUS               PIC X.
               88  AU-USER-ACTIVE              VALUE "A".
               88  AU-USER-INACTIVE            VALUE "I".
           05  AU-APPROVE-ACCOUNT      PIC X.
               88  AU-MAY-APPROVE-ACCOUNT      VALUE "Y".
           05  AU-APPROVE-SUSPENSE     PIC X.
               88  AU-MAY-APPROVE-SUSPENSE     VALUE "Y".
           05  AU-APPROVE-BACKOUT      PIC X.
               88  AU-MAY-APPROVE-BACKOUT      VALUE "Y".
           05  AU-LAST-MAINT-DATE      PIC X(8).
           05  AU-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(29).
