      *****************************************************************
      * DUPREC.cpy
      * Shared layout of a PROD.SUM.DUPLICATES record (VSAM KSDS, key
      * = DU-KEY, department then transaction identifier, defined
      * once at setup with IDCAMS -- see jcl/DUPMNT.jcl).  One record
      * per posted transaction the nightly SUM-DUPCHK step
      * (sumDupCheck.cob) suspects of being keyed twice, with the
      * earlier posting it matched.  The owning department clears or
      * confirms it through DUP-MAINT (sumDupMaint.cob); a confirmed
      * item becomes a SUM-REVERSE backout card.
      *
      * DU-MATCH-REASON says which test caught it:
      *   "A"  same GL account, operation code, addends and currency
      *        as the earlier posting, anywhere in the look-back
      *        window
      *   "T"  same total as the earlier posting, effective dates no
      *        more than a few days apart
      * Both postings are always in the same department.
      * DU-MATCH-WHEN says whether the earlier posting went through
      * on an earlier night ("E") or earlier the same night ("S").
      *
      * DU-STATUS:
      *   "O"  open -- flagged, not yet looked at
      *   "C"  cleared -- the department says it is genuine
      *   "K"  confirmed -- a duplicate; a backout card was written
      *        with DU-REQUESTER-ID / DU-APPROVER-ID on it
      * DU-FLAGGED-DATE is the run date of the night that flagged
      * it; DU-STATUS-DATE the date it was last cleared or confirmed.
      *****************************************************************
       01  DUPLICATE-RECORD.
           05  DU-KEY.
               10  DU-DEPARTMENT       PIC X(4).
               10  DU-TRANS-ID         PIC 9(7).
           05  DU-MATCH-REASON         PIC X.
               88  DU-SAME-ADDENDS             VALUE "A".
               88  DU-SAME-TOTAL               VALUE "T".
           05  DU-GL-ACCOUNT           PIC X(6).
           05  DU-OPERATION-CODE       PIC X.
           05  DU-SUM-TOTAL            PIC S9(7)V99 SIGN IS LEADING
                                       SEPARATE.
           05  DU-EFFECTIVE-DATE       PIC X(8).
           05  DU-CREATE-DATE          PIC X(8).
           05  DU-BATCH-NO             PIC 9(3).
           05  DU-MATCH-TRANS-ID       PIC 9(7).
           05  DU-MATCH-GL-ACCOUNT     PIC X(6).
           05  DU-MATCH-EFFECTIVE-DATE PIC X(8).
           05  DU-MATCH-CREATE-DATE    PIC X(8).
           05  DU-MATCH-BATCH-NO       PIC 9(3).
           05  DU-MATCH-WHEN           PIC X.
               88  DU-MATCH-EARLIER-NIGHT      VALUE "E".
               88  DU-MATCH-SAME-NIGHT         VALUE "S".
           05  DU-FLAGGED-DATE         PIC X(8).
           05  DU-STATUS               PIC X.
               88  DU-STATUS-OPEN              VALUE "O".
               88  DU-STATUS-CLEARED           VALUE "C".
               88  DU-STATUS-CONFIRMED         VALUE "K".
           05  DU-STATUS-DATE          PIC X(8).
           05  DU-REQUESTER-ID         PIC X(8).
           05  DU-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(6).
