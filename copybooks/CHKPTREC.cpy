      * CHKPTREC.cpy
      * Shared layout of a CHKPTF checkpoint record written by Sum's
      * 7000-WRITE-CHECKPOINT and read back by 1100-RESTART-RECOVERY
      * and by SUM-TRUNC (sumTruncate.cob) -- and, from the nightly
      * bank PROD.SUM.CHECKPOINT.DAILY, by SUM-VERIFY
      * (sumStoreVerify.cob).  Pulled out to its own
      * copybook so the restart-recovery program and the truncation
      * utility that runs ahead of it agree on where CP-RECORDS-
      * WRITTEN / CP-EXCEPTIONS / CP-SUSPENSE-COUNT live without each
