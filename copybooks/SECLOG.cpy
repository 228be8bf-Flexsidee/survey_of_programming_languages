      *****************************************************************
      * SECLOG.cpy
      * Shared layout of a PROD.SUM.SECURITY.LOG record (sequential,
      * 200 bytes, opened EXTEND so it only ever grows).  ACCT-MAINT,
      * SUSP-FIX and SUM-REVERSE write one record for every MAINTIN,
      * FIXIN and BACKOUT card they read -- applied or not -- and
      * SEC-WEEKLY (sumSecurityWeekly.cob) reports the week's changes
      * from it by requester and by approver.
      *
      * SG-CHANGE-KIND   "A" GL account maintenance  (ACCT-MAINT)
      *                  "S" suspense correction     (SUSP-FIX)
      *                  "B" backout                 (SUM-REVERSE)
      * SG-RESULT        "A" applied
      *                  "C" refused by dual control -- no requester,
      *                      unapproved, self-approved, or an ID not
      *                      on the authorized-user file, inactive or
      *                      without the authority
      *                  "R" signed off, but rejected on its merits
      *                      (not on master, bad action, ...)
      * SG-SUBJECT is what the card was about -- the account code,
      * the suspense record number, or the batch or transaction.
      * SG-CARD-IMAGE is the card as read, sign-off columns and all.
      *****************************************************************
       01  SECURITY-LOG-RECORD.
           05  SG-TIMESTAMP            PIC X(14).
           05  SG-PROGRAM              PIC X(12).
           05  SG-CHANGE-KIND          PIC X.
               88  SG-KIND-ACCOUNT             VALUE "A".
               88  SG-KIND-SUSPENSE            VALUE "S".
               88  SG-KIND-BACKOUT             VALUE "B".
           05  SG-RESULT               PIC X.
               88  SG-RESULT-APPLIED           VALUE "A".
               88  SG-RESULT-CONTROL           VALUE "C".
               88  SG-RESULT-REJECTED          VALUE "R".
           05  SG-REQUESTER-ID         PIC X(8).
           05  SG-APPROVER-ID          PIC X(8).
           05  SG-CARD-NO              PIC 9(5).
           05  SG-SUBJECT              PIC X(20).
           05  SG-REASON               PIC X(50).
           05  SG-CARD-IMAGE           PIC X(80).
           05  FILLER                  PIC X(1).
