      *****************************************************************
      * HOLDREC.cpy
      * Layout of a posting-limit hold record.  Carried in the hold
      * master PROD.SUM.HOLD.MASTER (VSAM KSDS, key = HD-TRANS-ID,
      * defined once at setup with IDCAMS) and in the night's hold
      * file PROD.SUM.HOLDS that Sum writes for HOLD-REL
      * (sumHoldRelease.cob) to absorb into the master.  COPY it with
      * REPLACING to rename the 01 level (and the fields, when one
      * program carries more than one copy), e.g.
      *     COPY HOLDREC REPLACING ==HOLD-RECORD== BY
      *             ==HOLD-OUT-RECORD==.
      *
      * An item over its account's AM-ITEM-LIMIT or AM-DAILY-LIMIT
      * (ACCTREC.cpy) is not posted: Sum writes it here status "H"
      * with the reason (OVRITM over the item limit, OVRDAY over the
      * daily limit), the limit it broke and the total it would have
      * posted.  The controller approves ("A") or rejects ("R") it
      * through HOLD-REL; an approved item rides PROD.SUM.RECYCLE into
      * the next run and, once Sum has posted it, Sum's "P" record on
      * the night's hold file marks it posted on the master.
      * HD-TRANS-IMAGE must stay the same length as TRANS-IN-RECORD.
      *
      * HD-ACTION-DATE is the date of the last action after the hold
      * itself -- approved, rejected or posted; spaces while held.
      *****************************************************************
       01  HOLD-RECORD.
           05  HD-TRANS-ID             PIC 9(7).
           05  HD-STATUS               PIC X.
               88  HD-ITEM-HELD                VALUE "H".
               88  HD-ITEM-APPROVED            VALUE "A".
               88  HD-ITEM-REJECTED            VALUE "R".
               88  HD-ITEM-POSTED              VALUE "P".
           05  HD-REASON-CODE          PIC X(6).
           05  HD-HELD-DATE            PIC X(8).
           05  HD-TRANS-IMAGE          PIC X(67).
           05  HD-DEPARTMENT           PIC X(4).
           05  HD-CREATE-DATE          PIC X(8).
           05  HD-BATCH-NO             PIC 9(3).
           05  HD-SUM-TOTAL            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HD-LIMIT                PIC 9(7)V99.
           05  HD-ACTION-DATE          PIC X(8).
           05  FILLER                  PIC X(9).
