      *****************************************************************
      * STANDREC.cpy
      * Shared layout of a PROD.SUM.STANDING.MASTER record (VSAM KSDS,
      * key = ST-KEY, department then entry number, defined once at
      * setup with IDCAMS).  One record per standing transaction --
      * the rent, lease and accrual postings a department books the
      * same way every month or quarter.  Maintained by STND-MAINT
      * (sumStandMaint.cob) and read by SUM-SCHED (sumScheduler.cob),
      * which turns every entry that has come due into a detail of a
      * proper TRANREC batch ahead of the nightly EDIT step.
      *
      * ST-GL-ACCOUNT, ST-OPERATION-CODE, ST-ADDEND-COUNT and
      * ST-ADDEND-TABLE are carried exactly as they will be keyed on
      * the generated TRANIN detail (see TRANREC.cpy).
      *
      * ST-FREQUENCY says when the entry comes due:
      *   "M"  monthly, on day ST-DUE-DAY of every month
      *   "Q"  quarterly, on day ST-DUE-DAY of every third month
      *        counting from the month of ST-START-DATE
      *   "D"  once, on the specific day ST-START-DATE
      * A due day past the end of a short month falls on that
      * month's last day.  Nothing comes due before ST-START-DATE or
      * after ST-END-DATE (99999999 = no end).
      *
      * ST-NEXT-DUE-DATE is kept by SUM-SCHED; STND-MAINT blanks it
      * whenever the schedule itself changes, and SUM-SCHED works it
      * out afresh from the later of the start date, the day the card
      * was applied and the day after the last one generated -- so a
      * new or changed entry never back-fills occurrences the desk
      * already keyed by hand.  An entry that has run past its end
      * date (or a "D" entry once generated) is marked complete.
      *
      * The record whose key is blank is not an entry: it is the
      * scheduler's control record (STAND-CONTROL-RECORD below), the
      * next transaction identifier to give out and the last batch
      * number used.  Generated items take their identifiers from
      * 9000001 up -- that range is reserved for them, since the
      * totals master is keyed on the identifier alone -- and their
      * batches are numbered 900 up within the night.
      *****************************************************************
       01  STAND-RECORD.
           05  ST-KEY.
               10  ST-DEPARTMENT       PIC X(4).
               10  ST-ENTRY-NO         PIC 9(3).
           05  ST-DESCRIPTION          PIC X(30).
           05  ST-GL-ACCOUNT           PIC X(6).
           05  ST-OPERATION-CODE       PIC X.
               88  ST-OP-VALID                 VALUE "A" "S" "M" "D".
           05  ST-ADDEND-COUNT         PIC 9.
           05  ST-ADDEND-TABLE         PIC S9(5)V99 SIGN IS LEADING
                                       SEPARATE OCCURS 5 TIMES.
           05  ST-FREQUENCY            PIC X.
               88  ST-FREQ-MONTHLY             VALUE "M".
               88  ST-FREQ-QUARTERLY           VALUE "Q".
               88  ST-FREQ-SPECIFIC-DAY        VALUE "D".
               88  ST-FREQ-VALID               VALUE "M" "Q" "D".
           05  ST-DUE-DAY              PIC 9(2).
           05  ST-START-DATE           PIC X(8).
           05  ST-END-DATE             PIC X(8).
           05  ST-STATUS               PIC X.
               88  ST-ENTRY-ACTIVE             VALUE "A".
               88  ST-ENTRY-INACTIVE           VALUE "I".
               88  ST-ENTRY-COMPLETE           VALUE "C".
           05  ST-NEXT-DUE-DATE        PIC X(8).
           05  ST-LAST-GEN-DATE        PIC X(8).
           05  ST-LAST-TRANS-ID        PIC 9(7).
           05  ST-GEN-COUNT            PIC 9(5).
           05  ST-LAST-MAINT-DATE      PIC X(8).
           05  ST-LAST-MAINT-ACTION    PIC X.
           05  FILLER                  PIC X(8).

       01  STAND-CONTROL-RECORD.
           05  SC-KEY                  PIC X(7).
           05  SC-NEXT-TRANS-ID        PIC 9(7).
           05  SC-LAST-BATCH-DATE      PIC X(8).
           05  SC-LAST-BATCH-NO        PIC 9(3).
           05  FILLER                  PIC X(125).
